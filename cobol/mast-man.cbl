000350* 2026-09-02 RM     PARTE INTEIRA AMPLIADA PARA 6 DIGITOS
000360*                   (EX. '+00123450' = +1234,50), ACOMPANHANDO
000370*                   O MESTRE.
000371* 2026-10-15 RM     DUPLA CUSTODIA: CORRIGIR E EXCLUIR NAO ALTERAM
000372*                   MAIS O MESTRE. O OPERADOR INFORMA SEU USUARIO
000373*                   NA ENTRADA E O MOTIVO DE CADA ALTERACAO, E O
000374*                   PROGRAMA GRAVA UM PEDIDO PENDENTE NO KSDS
000375*                   PROD.NUMEROS.PENDAPRV (APRVREC.CPY, DD
000376*                   PENDAPRV) COM AS IMAGENS ANTERIOR E POSTERIOR
000377*                   DO REGISTRO. O PEDIDO E APROVADO POR OUTRO
000378*                   USUARIO NA TELA MAPR (MST-APV) E APLICADO, COM
000379*                   AUDITORIA, PELO LOTE MST-MNT. O MESTRE PASSOU
000380*                   A SER ABERTO SO PARA LEITURA.
000381* 2026-10-15 RM     TRAVA DE PERIODO FECHADO: CORRIGIR E EXCLUIR
000382*                   RECUSAM O REGISTRO CUJO MST-DATA-PROC CAI EM
000383*                   MES FECHADO PELO MES-FEC (KSDS DE PERIODOS
000384*                   PROD.NUMEROS.FECHAMES, DD FECHAMES) E NAO
000385*                   GRAVAM O PEDIDO; O MES PRECISA SER REABERTO
000386*                   ANTES.
000387* 2026-10-15 RM     DIARIO DOS OPERADORES: CADA PEDIDO DE CORRECAO
000388*                   OU EXCLUSAO GRAVADO GERA UM REGISTRO NO KSDS
000389*                   PROD.NUMEROS.JORNAL (JRNREC.CPY, DD DIARIO)
000390*                   COM O USUARIO, O TERMINAL 'CONSOLE', A DATA E
000391*                   HORA, A CHAVE E AS IMAGENS ANTERIOR E
000392*                   POSTERIOR DO REGISTRO, LIDO PELO RELATORIO
000393*                   SEMANAL JRN-RPT.
000394*                   SEM O KSDS DE PEDIDOS OU O DIARIO (ABERTOS NA
000395*                   REGIAO CICS, POR EXEMPLO) CORRIGIR E EXCLUIR
000396*                   SAO RECUSADOS E O PROGRAMA TERMINA COM CC 12;
000397*                   A FALHA NA GRAVACAO DO DIARIO CANCELA O
000398*                   PEDIDO.
000399*****************************************************************
000400 IDENTIFICATION DIVISION.
000401 PROGRAM-ID.     MAST-MAN.
000410 AUTHOR.         EQUIPE DE MANUTENCAO COBOL.
000420 INSTALLATION.   CENTRO DE PROCESSAMENTO DE DADOS.
000430 DATE-WRITTEN.   2026-08-09.
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS MST-CHAVE
000560         FILE STATUS IS WS-FS-MESTRE.
000561     SELECT ARQ-APROVACAO  ASSIGN TO PENDAPRV
000562         ORGANIZATION IS INDEXED
000563         ACCESS MODE IS DYNAMIC
000564         RECORD KEY IS APR-CHAVE
000565         FILE STATUS IS WS-FS-APROVACAO.
000566     SELECT ARQ-FECHAMENTO ASSIGN TO FECHAMES
000567         ORGANIZATION IS INDEXED
000568         ACCESS MODE IS DYNAMIC
000569         RECORD KEY IS FEC-ANO-MES
000570         FILE STATUS IS WS-FS-FECHAMENTO.
000571     SELECT ARQ-DIARIO     ASSIGN TO DIARIO
000572         ORGANIZATION IS INDEXED
000573         ACCESS MODE IS DYNAMIC
000574         RECORD KEY IS JRN-CHAVE
000575         FILE STATUS IS WS-FS-DIARIO.
000576*
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  ARQ-MESTRE
000620     RECORDING MODE IS F.
000630 COPY MASTREC.
000640*
000641 FD  ARQ-APROVACAO
000642     LABEL RECORDS ARE STANDARD
000643     RECORDING MODE IS F.
000644 COPY APRVREC.
000645*
000646 FD  ARQ-FECHAMENTO
000647     LABEL RECORDS ARE STANDARD
000648     RECORDING MODE IS F.
000649 COPY FECREC.
000650*
000651 FD  ARQ-DIARIO
000652     LABEL RECORDS ARE STANDARD
000653     RECORDING MODE IS F.
000654 COPY JRNREC.
000655*
000656 WORKING-STORAGE SECTION.
000660 01  WS-FLAGS.
000670     05  WS-FS-MESTRE                PIC X(02) VALUE '00'.
000671     05  WS-FS-APROVACAO             PIC X(02) VALUE '00'.
000672     05  WS-FS-FECHAMENTO            PIC X(02) VALUE '00'.
000673     05  WS-FS-DIARIO                PIC X(02) VALUE '00'.
000680*
000690 01  WS-SWITCHES.
000700     05  WS-SW-FIM-PROGRAMA          PIC X(01) VALUE 'N'.
000720     05  WS-SW-REGISTRO-ACHADO       PIC X(01) VALUE 'N'.
000730         88  WS-REGISTRO-ACHADO          VALUE 'S'.
000740         88  WS-REGISTRO-NAO-ACHADO      VALUE 'N'.
000741     05  WS-SW-PERIODOS              PIC X(01) VALUE 'N'.
000742         88  WS-PERIODOS-DISPONIVEIS     VALUE 'S'.
000743     05  WS-SW-PERIODO-FECHADO       PIC X(01) VALUE 'N'.
000744         88  WS-PERIODO-FECHADO          VALUE 'S'.
000745     05  WS-SW-MANUTENCAO            PIC X(01) VALUE 'S'.
000746         88  WS-MANUTENCAO-PERMITIDA     VALUE 'S'.
000747         88  WS-MANUTENCAO-BLOQUEADA     VALUE 'N'.
000750*
000760 01  WS-COMANDO.
000770     05  WS-OPCAO                    PIC X(01).
000920 01  WS-NOVO-RESULT                  PIC S9(13)V9(02)
000930                                     SIGN LEADING SEPARATE.
000940*
000941 01  WS-PEDIDO.
000942     05  WS-USUARIO                  PIC X(08) VALUE SPACE.
000943     05  WS-MOTIVO                   PIC X(36) VALUE SPACE.
000944     05  WS-DATA-SISTEMA             PIC 9(08) VALUE ZERO.
000945     05  WS-HORA-SISTEMA             PIC 9(08) VALUE ZERO.
000946     05  WS-SEQ-PEDIDO               PIC 9(06) VALUE ZERO.
000947     05  WS-SEQ-DIARIO               PIC 9(07) VALUE ZERO.
000948     05  WS-CHAVE-PEDIDO             PIC X(30) VALUE SPACE.
000949*
000950 01  WS-DATA-REGISTRO                PIC 9(08) VALUE ZERO.
000951 01  WS-DATA-REGISTRO-R REDEFINES WS-DATA-REGISTRO.
000952     05  WS-MES-REGISTRO             PIC 9(06).
000953     05  FILLER                      PIC 9(02).
000954*
000955 01  WS-CONTROLE-EXECUCAO.
000956     05  WS-RETORNO                  PIC 9(02) VALUE ZERO.
000957*
000958 PROCEDURE DIVISION.
000960*
000970 0000-MAINLINE.
000980     PERFORM 1000-INICIALIZA
001020         UNTIL WS-FIM-PROGRAMA.
001030     PERFORM 3000-FINALIZA
001040         THRU 3000-FINALIZA-EXIT.
001041     MOVE WS-RETORNO TO RETURN-CODE.
001050     GOBACK.
001060*
001070 1000-INICIALIZA.
001080     OPEN INPUT ARQ-MESTRE.
001090     IF WS-FS-MESTRE NOT = '00'
001091         DISPLAY 'MAST-MAN - ERRO AO ABRIR O MESTRE - FS '
001092             WS-FS-MESTRE
001093         MOVE 12 TO RETURN-CODE
001094         GOBACK
001095     END-IF.
001096     OPEN I-O ARQ-APROVACAO.
001097     IF WS-FS-APROVACAO NOT = '00'
001098         CLOSE ARQ-APROVACAO
001099         OPEN OUTPUT ARQ-APROVACAO
001100         CLOSE ARQ-APROVACAO
001101         OPEN I-O ARQ-APROVACAO
001102     END-IF.
001103     IF WS-FS-APROVACAO NOT = '00'
001104         DISPLAY 'MAST-MAN - PEDIDOS (PENDAPRV) INDISPONIVEL - '
001105             'FS ' WS-FS-APROVACAO
001106         SET WS-MANUTENCAO-BLOQUEADA TO TRUE
001107     END-IF.
001108     OPEN I-O ARQ-DIARIO.
001109     IF WS-FS-DIARIO NOT = '00'
001110         CLOSE ARQ-DIARIO
001111         OPEN OUTPUT ARQ-DIARIO
001112         CLOSE ARQ-DIARIO
001113         OPEN I-O ARQ-DIARIO
001114     END-IF.
001115     IF WS-FS-DIARIO NOT = '00'
001116         DISPLAY 'MAST-MAN - DIARIO (JORNAL) INDISPONIVEL - FS '
001117             WS-FS-DIARIO
001118         SET WS-MANUTENCAO-BLOQUEADA TO TRUE
001119     END-IF.
001120     IF WS-MANUTENCAO-BLOQUEADA
001121         DISPLAY 'MAST-MAN - CORRIGIR E EXCLUIR BLOQUEADOS - '
001122             'SO CONSULTA (B) PERMITIDA'
001123         MOVE 12 TO WS-RETORNO
001124     END-IF.
001125     OPEN INPUT ARQ-FECHAMENTO.
001126     IF WS-FS-FECHAMENTO EQUAL '00'
001127         SET WS-PERIODOS-DISPONIVEIS TO TRUE
001140     END-IF.
001150     DISPLAY 'MAST-MAN - MANUTENCAO DO ARQUIVO MESTRE'.
001153     DISPLAY 'DIGITE SEU USUARIO: '.
001154     ACCEPT WS-USUARIO.
001155     IF WS-USUARIO EQUAL SPACE
001156         DISPLAY 'USUARIO OBRIGATORIO - SO CONSULTA (B) PERMITIDA'
001157     END-IF.
001160 1000-INICIALIZA-EXIT.
001170     EXIT.
001180*
001630 2050-LER-CHAVE-EXIT.
001640     EXIT.
001650*
001651*    REGISTRO DATADO EM MES FECHADO ('F') NAO PODE SER ALTERADO;
001652*    O MES REABERTO ('R') LIBERA A ALTERACAO.
001653*
001654 2060-CONFERIR-PERIODO.
001655     MOVE 'N' TO WS-SW-PERIODO-FECHADO.
001656     IF NOT WS-PERIODOS-DISPONIVEIS
001657         GO TO 2060-CONFERIR-PERIODO-EXIT
001658     END-IF.
001659     MOVE MST-DATA-PROC   TO WS-DATA-REGISTRO.
001660     MOVE WS-MES-REGISTRO TO FEC-ANO-MES.
001661     READ ARQ-FECHAMENTO
001662         INVALID KEY
001663             GO TO 2060-CONFERIR-PERIODO-EXIT
001664     END-READ.
001665     IF FEC-SIT-FECHADO
001666         SET WS-PERIODO-FECHADO TO TRUE
001667         DISPLAY 'PERIODO ' WS-MES-REGISTRO ' FECHADO - '
001668             'ALTERACAO EXIGE REABERTURA DO MES'
001669     END-IF.
001670 2060-CONFERIR-PERIODO-EXIT.
001671     EXIT.
001672*
001673 2100-BROWSE.
001674     PERFORM 2050-LER-CHAVE THRU 2050-LER-CHAVE-EXIT.
001680     IF WS-REGISTRO-ACHADO
001690         DISPLAY 'NUM-1      : ' MST-NUM-1
001700         DISPLAY 'NUM-2      : ' MST-NUM-2
001770     EXIT.
001780*
001790 2200-CORRIGIR.
001791     IF WS-USUARIO EQUAL SPACE
001792         DISPLAY 'USUARIO NAO INFORMADO - ALTERACAO NAO PERMITIDA'
001793         GO TO 2200-CORRIGIR-EXIT
001794     END-IF.
001795     IF WS-MANUTENCAO-BLOQUEADA
001796         DISPLAY 'PEDIDOS OU DIARIO INDISPONIVEL - ALTERACAO NAO '
001797             'PERMITIDA'
001798         GO TO 2200-CORRIGIR-EXIT
001799     END-IF.
001800     PERFORM 2050-LER-CHAVE THRU 2050-LER-CHAVE-EXIT.
001810     IF WS-REGISTRO-ACHADO
001811         PERFORM 2060-CONFERIR-PERIODO
001812             THRU 2060-CONFERIR-PERIODO-EXIT
001813         IF WS-PERIODO-FECHADO
001814             GO TO 2200-CORRIGIR-EXIT
001815         END-IF
001816     END-IF.
001817     IF WS-REGISTRO-ACHADO
001818         DISPLAY 'RESULT ATUAL: ' MST-RESULT
001820         DISPLAY 'NOVO VALOR DE RESULT: '
001830         ACCEPT WS-NOVO-RESULT
001831         MOVE SPACE TO APR-REGISTRO
001832         SET APR-ACAO-CORRIGIR TO TRUE
001833         PERFORM 2400-GRAVAR-PEDIDO THRU 2400-GRAVAR-PEDIDO-EXIT
001920     END-IF.
001930 2200-CORRIGIR-EXIT.
001940     EXIT.
001950*
001960 2300-EXCLUIR.
001961     IF WS-USUARIO EQUAL SPACE
001962         DISPLAY 'USUARIO NAO INFORMADO - ALTERACAO NAO PERMITIDA'
001963         GO TO 2300-EXCLUIR-EXIT
001964     END-IF.
001965     IF WS-MANUTENCAO-BLOQUEADA
001966         DISPLAY 'PEDIDOS OU DIARIO INDISPONIVEL - ALTERACAO NAO '
001967             'PERMITIDA'
001968         GO TO 2300-EXCLUIR-EXIT
001969     END-IF.
001970     PERFORM 2050-LER-CHAVE THRU 2050-LER-CHAVE-EXIT.
001980     IF WS-REGISTRO-ACHADO
001981         PERFORM 2060-CONFERIR-PERIODO
001982             THRU 2060-CONFERIR-PERIODO-EXIT
001983         IF WS-PERIODO-FECHADO
001984             GO TO 2300-EXCLUIR-EXIT
001985         END-IF
001986     END-IF.
001987     IF WS-REGISTRO-ACHADO
001988         MOVE ZERO TO WS-NOVO-RESULT
001989         MOVE SPACE TO APR-REGISTRO
001990         SET APR-ACAO-EXCLUIR TO TRUE
001991         PERFORM 2400-GRAVAR-PEDIDO THRU 2400-GRAVAR-PEDIDO-EXIT
002040     END-IF.
002050 2300-EXCLUIR-EXIT.
002060     EXIT.
002070*
002071*    MONTA O PEDIDO PENDENTE COM O REGISTRO LIDO DO MESTRE COMO
002072*    IMAGEM ANTERIOR E O RESULT DIGITADO COMO IMAGEM POSTERIOR
002073*    (MAIOR-NUM SO MUDA NO TIPO 'C', A MESMA REGRA DA ANTIGA
002074*    REGRAVACAO DIRETA).  A CHAVE E A DATA/HORA DO PEDIDO +
002075*    'MASTMAN ' + SEQUENCIA DA SESSAO; CHAVE REPETIDA AVANCA A
002076*    SEQUENCIA E GRAVA DE NOVO.
002077*
002078 2400-GRAVAR-PEDIDO.
002079     DISPLAY 'MOTIVO DA ALTERACAO: '.
002080     ACCEPT WS-MOTIVO.
002081     IF WS-MOTIVO EQUAL SPACE
002082         DISPLAY 'MOTIVO OBRIGATORIO - PEDIDO NAO GRAVADO'
002083         GO TO 2400-GRAVAR-PEDIDO-EXIT
002084     END-IF.
002085     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
002086     ACCEPT WS-HORA-SISTEMA FROM TIME.
002087     MOVE WS-DATA-SISTEMA   TO APR-DATA-SOLIC.
002088     MOVE WS-HORA-SISTEMA   TO APR-HORA-SOLIC.
002089     MOVE 'MASTMAN '        TO APR-ORIGEM.
002090     MOVE MST-NUM-1         TO APR-NUM-1.
002091     MOVE MST-NUM-2         TO APR-NUM-2.
002092     MOVE MST-TIPO-TRAN     TO APR-TIPO-TRAN.
002093     SET APR-ANT-EXISTENTE  TO TRUE.
002094     MOVE MST-RESULT        TO APR-ANT-RESULT.
002095     MOVE MST-MAIOR-NUM     TO APR-ANT-MAIOR-NUM.
002096     MOVE MST-DATA-PROC     TO APR-ANT-DATA-PROC.
002097     MOVE WS-NOVO-RESULT    TO APR-NOV-RESULT.
002098     IF MST-TIPO-COMPARACAO AND APR-ACAO-CORRIGIR
002099         MOVE WS-NOVO-RESULT TO APR-NOV-MAIOR-NUM
002100     ELSE
002101         IF APR-ACAO-EXCLUIR
002102             MOVE ZERO          TO APR-NOV-MAIOR-NUM
002103         ELSE
002104             MOVE MST-MAIOR-NUM TO APR-NOV-MAIOR-NUM
002105         END-IF
002106     END-IF.
002107     MOVE WS-USUARIO        TO APR-USUARIO-SOLIC.
002108     MOVE WS-MOTIVO         TO APR-MOTIVO.
002109     SET APR-SIT-PENDENTE   TO TRUE.
002110     MOVE SPACE             TO APR-USUARIO-APROV.
002111     MOVE ZERO              TO APR-DATA-DECISAO.
002112     MOVE ZERO              TO APR-HORA-DECISAO.
002113     MOVE ZERO              TO APR-DATA-EFETIVACAO.
002114     PERFORM 2450-GRAVAR-REGISTRO
002115         THRU 2450-GRAVAR-REGISTRO-EXIT.
002116 2400-GRAVAR-PEDIDO-EXIT.
002117     EXIT.
002118*
002119 2450-GRAVAR-REGISTRO.
002120     MOVE '22' TO WS-FS-APROVACAO.
002121     PERFORM 2460-GRAVAR-SEQUENCIA
002122         THRU 2460-GRAVAR-SEQUENCIA-EXIT
002123         UNTIL WS-FS-APROVACAO NOT EQUAL '22'.
002124     IF WS-FS-APROVACAO NOT EQUAL '00'
002125         DISPLAY 'ERRO AO GRAVAR O PEDIDO - FS ' WS-FS-APROVACAO
002126         MOVE 12 TO WS-RETORNO
002127         GO TO 2450-GRAVAR-REGISTRO-EXIT
002128     END-IF.
002129     MOVE APR-CHAVE TO WS-CHAVE-PEDIDO.
002130     PERFORM 2500-GRAVAR-DIARIO
002131         THRU 2500-GRAVAR-DIARIO-EXIT.
002132*    PEDIDO SEM REGISTRO NO DIARIO NAO PODE FICAR PENDENTE.
002133     IF WS-FS-DIARIO NOT EQUAL '00'
002134         MOVE WS-CHAVE-PEDIDO TO APR-CHAVE
002135         DELETE ARQ-APROVACAO RECORD
002136             INVALID KEY
002137                 CONTINUE
002138         END-DELETE
002139         DISPLAY 'PEDIDO CANCELADO - NAO REGISTRADO NO DIARIO'
002140         MOVE 12 TO WS-RETORNO
002141         GO TO 2450-GRAVAR-REGISTRO-EXIT
002142     END-IF.
002143     DISPLAY 'PEDIDO GRAVADO - AGUARDA APROVACAO (MAPR)'.
002144 2450-GRAVAR-REGISTRO-EXIT.
002145     EXIT.
002146*
002147 2460-GRAVAR-SEQUENCIA.
002148     ADD 1 TO WS-SEQ-PEDIDO.
002149     MOVE WS-SEQ-PEDIDO     TO APR-SEQUENCIA.
002150     WRITE APR-REGISTRO
002151         INVALID KEY
002152             CONTINUE
002153     END-WRITE.
002154 2460-GRAVAR-SEQUENCIA-EXIT.
002155     EXIT.
002156*
002157*    REGISTRA NO DIARIO DOS OPERADORES O PEDIDO QUE ACABOU DE
002158*    SER GRAVADO, COM AS MESMAS IMAGENS DO PEDIDO.  O CONSOLE NAO
002159*    TEM TERMINAL CICS: O TERMINAL FICA 'CONSOLE' E A SEQUENCIA E
002160*    A DA SESSAO, AVANCANDO QUANDO A CHAVE JA EXISTE.
002161*
002162 2500-GRAVAR-DIARIO.
002163     MOVE SPACE             TO JRN-REGISTRO.
002164     MOVE WS-DATA-SISTEMA   TO JRN-DATA.
002165     MOVE WS-HORA-SISTEMA   TO JRN-HORA.
002166     MOVE 'CONSOLE '        TO JRN-TERMINAL.
002167     SET JRN-TRAN-MANUTENCAO TO TRUE.
002168     MOVE 'MAST-MAN'        TO JRN-PROGRAMA.
002169     MOVE WS-USUARIO        TO JRN-USUARIO.
002170     IF APR-ACAO-CORRIGIR
002171         SET JRN-ACAO-CORRIGIR-MESTRE TO TRUE
002172     ELSE
002173         SET JRN-ACAO-EXCLUIR-MESTRE  TO TRUE
002174     END-IF.
002175     SET JRN-RES-PEDIDO-GRAVADO TO TRUE.
002176     MOVE APR-NUM-1         TO JRN-NUM-1.
002177     MOVE APR-NUM-2         TO JRN-NUM-2.
002178     MOVE APR-TIPO-TRAN     TO JRN-TIPO-TRAN.
002179     MOVE ZERO              TO JRN-EXC-COD-MOTIVO.
002180     SET JRN-COM-IMAGEM     TO TRUE.
002181     MOVE APR-ANT-RESULT    TO JRN-ANT-RESULT.
002182     MOVE APR-ANT-MAIOR-NUM TO JRN-ANT-MAIOR-NUM.
002183     MOVE APR-ANT-DATA-PROC TO JRN-ANT-DATA-PROC.
002184     MOVE MST-SITUACAO      TO JRN-ANT-SITUACAO.
002185     MOVE APR-NOV-RESULT    TO JRN-NOV-RESULT.
002186     MOVE APR-NOV-MAIOR-NUM TO JRN-NOV-MAIOR-NUM.
002187     IF APR-ACAO-CORRIGIR
002188         MOVE MST-SITUACAO  TO JRN-NOV-SITUACAO
002189     END-IF.
002190     PERFORM 2550-GRAVAR-REG-DIARIO
002191         THRU 2550-GRAVAR-REG-DIARIO-EXIT.
002192 2500-GRAVAR-DIARIO-EXIT.
002193     EXIT.
002194*
002195 2550-GRAVAR-REG-DIARIO.
002196     MOVE '22' TO WS-FS-DIARIO.
002197     PERFORM 2560-GRAVAR-SEQ-DIARIO
002198         THRU 2560-GRAVAR-SEQ-DIARIO-EXIT
002199         UNTIL WS-FS-DIARIO NOT EQUAL '22'.
002200     IF WS-FS-DIARIO NOT EQUAL '00'
002201         DISPLAY 'ERRO AO GRAVAR O DIARIO - FS ' WS-FS-DIARIO
002202     END-IF.
002203 2550-GRAVAR-REG-DIARIO-EXIT.
002204     EXIT.
002205*
002206 2560-GRAVAR-SEQ-DIARIO.
002207     ADD 1 TO WS-SEQ-DIARIO.
002208     MOVE WS-SEQ-DIARIO     TO JRN-SEQUENCIA.
002209     WRITE JRN-REGISTRO
002210         INVALID KEY
002211             CONTINUE
002212     END-WRITE.
002213 2560-GRAVAR-SEQ-DIARIO-EXIT.
002214     EXIT.
002215*
002216 3000-FINALIZA.
002217     CLOSE ARQ-MESTRE.
002218     CLOSE ARQ-APROVACAO.
002219     CLOSE ARQ-DIARIO.
002220     IF WS-PERIODOS-DISPONIVEIS
002221         CLOSE ARQ-FECHAMENTO
002222     END-IF.
002223     DISPLAY 'MAST-MAN - FIM DA MANUTENCAO'.
002224 3000-FINALIZA-EXIT.
002225     EXIT.
