000001******************************************************************
000002* DATA     : 15/10/2026
000003* AUTOR    : FRANCINE NUNES MOYSES
000004* OBJETIVO : RECUPERACAO PARA A FRENTE (FORWARD RECOVERY) DO
000005*            ARQUIVO MESTRE. PERDIDO OU CORROMPIDO O MASTOUT NO
000006*            MEIO DA SEMANA, RESTAURAR SO A ULTIMA GERACAO MASTBKP
000007*            DO COBOL014 PERDE TODAS AS CARGAS DO COBOL004 E TODAS
000008*            AS MANUTENCOES DO COBOL006 FEITAS DEPOIS DELA, E O
000009*            COBOL022 SO DESFAZ UMA DATA - NAO REFAZ NADA. ESTE
000010*            PROGRAMA PARTE DE UMA GERACAO ESCOLHIDA DO MASTBKP
000011*            (DD MASTBKP), GRAVA TODOS OS REGISTROS DELA NUM
000012*            CLUSTER NOVO (DD MASTRECU) E REAPLICA, EM ORDEM
000013*            CRONOLOGICA, AS CARGAS DO COBOL004 REGISTRADAS NO
000014*            AUDITLOG (AR-ID NA FAIXA DE CHAVES DA DATA-MOVIMENTO,
000015*            COM O NOME E A ORIGEM DA AUDITORIA) E AS IMAGENS
000016*            ANTES/DEPOIS DO COBOL006 E DO COBOL022 GRAVADAS NA
000017*            HISTORIA (INCLUSIVE O ARQUIVAMENTO DO COBOL036, QUE
000018*            TIRA A CHAVE DO MESTRE, E A REINTEGRACAO, QUE A TRAZ
000019*            DE VOLTA COM A ORIGEM E A DATA GUARDADAS NO ARQUIVO
000020*            DE MESTRES ARQUIVADOS MASTARQ, COPY MARQREC), ATE A
000021*            DATA/HORA ALVO RECEBIDA VIA PARM:
000022*              POSICOES  1-8  DATA DA GERACAO MASTBKP (AAAAMMDD) -
000023*                             SO ENTRA NO REPROCESSAMENTO O QUE E
000024*                             DESTA DATA EM DIANTE
000025*              POSICOES  9-16 DATA ALVO (AAAAMMDD)
000026*              POSICOES 17-22 HORA ALVO (HHMMSS, PADRAO 235959)
000027*            CADA IMAGEM SO E APLICADA SE O REGISTRO ESTIVER COMO
000028*            A IMAGEM "ANTES" DIZ; SE JA ESTIVER COMO A IMAGEM
000029*            "DEPOIS" (MOVIMENTO DA PROPRIA DATA DA GERACAO, JA
000030*            CONTIDO NO BACKUP) E SO CONTADA, E QUALQUER OUTRA
000031*            SITUACAO SAI COMO CONFLITO NO RELATORIO SEM TOCAR O
000032*            REGISTRO. AO FINAL O CLUSTER RECONSTRUIDO E RELIDO
000033*            INTEIRO E O RELATORIO DE CONTROLE RELRECUP PROVA A
000034*            EQUACAO BACKUP + INCLUSOES - EXCLUSOES = REGISTROS
000035*            NO MESTRE, AS CHAVES MENOR/MAIOR E, POR FAIXA DE
000036*            CHAVES DE CADA DATA-MOVIMENTO REPROCESSADA, O
000037*            ESPERADO CONTRA O ENCONTRADO. A TROCA DO MESTRE PELO
000038*            CLUSTER RECONSTRUIDO E FEITA PELO RECUPJOB.
000039* CPD      : INEFE
000040******************************************************************
000041******************************************************************
000042* CONDICOES DE RETORNO (RETURN-CODE) DESTE PROGRAMA:
000043*     0000  =  MESTRE RECONSTRUIDO E CONTROLE FECHADO
000044*     0004  =  AVISO - CONTROLE FECHADO, MAS HOUVE CONFLITO DE
000045*              IMAGEM (VER RELRECUP) OU O BACKUP ESTAVA VAZIO
000046*     0008  =  ERRO DE DADOS - PARM INVALIDO OU MAIS DATAS DE
000047*              CARGA DO QUE A TABELA DE FAIXAS COMPORTA
000048*     0016  =  ERRO SEVERO - FALHA AO ABRIR/GRAVAR UM DOS
000049*              ARQUIVOS OU CONTROLE NAO FECHADO (NAO PROMOVER O
000050*              CLUSTER RECONSTRUIDO)
000051******************************************************************
000052        IDENTIFICATION DIVISION.
000053**************************
000054        PROGRAM-ID. COBOL029.
000055        AUTHOR. FRANCINE NUNES MOYSES.
000056        DATE-WRITTEN. 26/10/15 @ 18:00:00.
000057        DATE-COMPILED. 2026-10-15.
000058        INSTALLATION. INEFE.
000059        SECURITY. NORMAL.
000060*
000061***********************
000062        ENVIRONMENT DIVISION.
000063***********************
000064*
000065        INPUT-OUTPUT SECTION.
000066*
000067        FILE-CONTROL.
000068            SELECT BACKUP-FILE ASSIGN TO "MASTBKP"
000069                ORGANIZATION IS SEQUENTIAL
000070                FILE STATUS IS WS-FS-BACKUP.
000071*
000072            SELECT OPTIONAL HIST-FILE ASSIGN TO "HISTORIA"
000073                ORGANIZATION IS SEQUENTIAL
000074                FILE STATUS IS WS-FS-HISTORIA.
000075*
000076            SELECT OPTIONAL AUDIT-LOG ASSIGN TO "AUDITLOG"
000077                ORGANIZATION IS SEQUENTIAL
000078                FILE STATUS IS WS-FS-AUDIT.
000079*
000080            SELECT MASTER-FILE ASSIGN TO "MASTRECU"
000081                ORGANIZATION IS INDEXED
000082                ACCESS MODE IS DYNAMIC
000083                RECORD KEY IS MR-ID
000084                FILE STATUS IS WS-FS-MASTER.
000085*
000086            SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO "MASTARQ"
000087                ORGANIZATION IS INDEXED
000088                ACCESS MODE IS RANDOM
000089                RECORD KEY IS MA-ID
000090                FILE STATUS IS WS-FS-ARQUIVO.
000091*
000092            SELECT RECOV-RPT ASSIGN TO "RELRECUP"
000093                ORGANIZATION IS SEQUENTIAL
000094                FILE STATUS IS WS-FS-RELATORIO.
000095*
000096            SELECT MSG-FILE ASSIGN TO "MENSAGEM"
000097                ORGANIZATION IS SEQUENTIAL
000098                FILE STATUS IS WS-FS-MENSAGEM.
000099*
000100****************
000101        DATA DIVISION.
000102****************
000103*
000104        FILE SECTION.
000105*
000106        FD  BACKUP-FILE
000107            RECORDING MODE IS F.
000108        01  WS-BACKUP-RECORD.
000109            05  BK-ID                   PIC 9(9).
000110            05  BK-NOME                 PIC X(30).
000111            05  BK-DATA-EXECUCAO        PIC 9(8).
000112            05  BK-STATUS               PIC X(1).
000113            05  BK-ORIGEM               PIC X(4).
000114*
000115        FD  HIST-FILE
000116            RECORDING MODE IS F.
000117        COPY "HISTREC.cpy".
000118*
000119        FD  AUDIT-LOG
000120            RECORDING MODE IS F.
000121        COPY "AUDITREC.cpy".
000122*
000123        FD  MASTER-FILE.
000124        COPY "MASTREC.cpy".
000125*
000126        FD  ARCHIVE-FILE.
000127        COPY "MARQREC.cpy".
000128*
000129        FD  RECOV-RPT
000130            RECORDING MODE IS F.
000131        01  WS-LINHA-RELATORIO          PIC X(90).
000132*
000133        FD  MSG-FILE
000134            RECORDING MODE IS F.
000135        COPY "MSGREC.cpy".
000136*
000137        WORKING-STORAGE SECTION.
000138*
000139        01  WS-CONDICAO-RETORNO.
000140            05  WS-RC-NORMAL             PIC 9(2) VALUE 00.
000141            05  WS-RC-AVISO              PIC 9(2) VALUE 04.
000142            05  WS-RC-ERRO-DADOS         PIC 9(2) VALUE 08.
000143            05  WS-RC-ERRO-SEVERO        PIC 9(2) VALUE 16.
000144*
000145        01  WS-FS-BACKUP               PIC X(2) VALUE SPACES.
000146        01  WS-FS-HISTORIA             PIC X(2) VALUE SPACES.
000147        01  WS-FS-AUDIT                PIC X(2) VALUE SPACES.
000148        01  WS-FS-MASTER               PIC X(2) VALUE SPACES.
000149        01  WS-FS-RELATORIO            PIC X(2) VALUE SPACES.
000150        01  WS-FS-MENSAGEM             PIC X(2) VALUE SPACES.
000151        01  WS-FS-ARQUIVO              PIC X(2) VALUE SPACES.
000152*
000153        01  WS-MSG-CODIGO-COMP.
000154            05  FILLER                  PIC X(2) VALUE "RC".
000155            05  WS-MSG-CODIGO-RC        PIC 9(2) VALUE ZERO.
000156        77  WS-MSG-SEVERIDADE          PIC X(1) VALUE "I".
000157        77  WS-MSG-TEXTO               PIC X(50) VALUE SPACES.
000158*
000159        01  WS-DATA-HORA-ATUAL.
000160            05  WS-DH-DATA              PIC 9(8).
000161            05  WS-DH-HORA              PIC 9(6).
000162            05  WS-DH-CENTESIMOS        PIC 9(2).
000163            05  WS-DH-DIFGMT            PIC X(5).
000164*
000165        77  WS-DATA-INICIO             PIC 9(8) VALUE ZERO.
000166        77  WS-DATA-ALVO               PIC 9(8) VALUE ZERO.
000167        77  WS-HORA-ALVO               PIC 9(6) VALUE 235959.
000168*
000169*    CARIMBO DATA + HORA (AAAAMMDDHHMMSS) DE CADA MOVIMENTO, PARA
000170*    INTERCALAR AUDITLOG E HISTORIA NA ORDEM EM QUE ACONTECERAM.
000171        77  WS-CARIMBO-INICIO          PIC 9(14) VALUE ZERO.
000172        77  WS-CARIMBO-ALVO            PIC 9(14) VALUE ZERO.
000173        77  WS-CARIMBO-HIST            PIC 9(14) VALUE ZERO.
000174        77  WS-CARIMBO-AUDIT           PIC 9(14) VALUE ZERO.
000175        77  WS-CARIMBO-EOF             PIC 9(14)
000176                                       VALUE 99999999999999.
000177*
000178        77  WS-BACKUP-FIM              PIC X(1) VALUE "N".
000179            88  WS-ACABOU-BACKUP            VALUE "S".
000180        77  WS-HIST-FIM                PIC X(1) VALUE "N".
000181            88  WS-ACABOU-HISTORIA          VALUE "S".
000182        77  WS-AUDIT-FIM               PIC X(1) VALUE "N".
000183            88  WS-ACABOU-AUDIT             VALUE "S".
000184        77  WS-MESTRE-FIM              PIC X(1) VALUE "N".
000185            88  WS-ACABOU-MESTRE            VALUE "S".
000186        77  WS-MOVIMENTO-ACHADO        PIC X(1) VALUE "N".
000187            88  WS-TEM-MOVIMENTO            VALUE "S".
000188        77  WS-CHAVE-EXISTE            PIC X(1) VALUE "N".
000189            88  WS-CHAVE-ENCONTRADA         VALUE "S".
000190*
000191        77  WS-CHAVE-BASE              PIC 9(9) VALUE ZERO.
000192        77  WS-DESLOCA-EXCEDENTE       PIC 9(9) VALUE 500000000.
000193        77  WS-MAX-SEQ-CHAVE           PIC 9(4) VALUE 999.
000194        77  WS-CHAVE-EXCEDENTE         PIC 9(9) VALUE ZERO.
000195        77  WS-CHAVE-PESQUISA          PIC 9(9) VALUE ZERO.
000196        77  WS-CHAVE-MENOR-BKP         PIC 9(9) VALUE ZERO.
000197        77  WS-CHAVE-MAIOR-BKP         PIC 9(9) VALUE ZERO.
000198        77  WS-CHAVE-MENOR-FINAL       PIC 9(9) VALUE ZERO.
000199        77  WS-CHAVE-MAIOR-FINAL       PIC 9(9) VALUE ZERO.
000200*
000201*    FAIXAS DE CHAVE DAS DATAS-MOVIMENTO COM CARGA REPROCESSADA
000202*    (BASE = NUMERO DO DIA X 1000, MAIS A FAIXA DE EXCEDENTE
000203*    DESLOCADA DE 500.000.000, COMO O COBOL004 DERIVA).
000204        77  WS-MAX-TABELA-FAIXAS       PIC 9(3) VALUE 100.
000205        77  WS-CONT-TABELA-FAIXAS      PIC 9(3) VALUE ZERO.
000206        77  WS-IDX-FAIXA               PIC 9(3) VALUE ZERO.
000207        77  WS-FAIXA-ACHADA            PIC 9(3) VALUE ZERO.
000208*
000209        01  WS-TABELA-FAIXAS.
000210            05  WS-TAB-FAIXA           OCCURS 100 TIMES.
000211                10  WS-TF-DATA          PIC 9(8).
000212                10  WS-TF-BASE          PIC 9(9).
000213                10  WS-TF-BACKUP        PIC 9(6).
000214                10  WS-TF-INCLUIDOS     PIC 9(6).
000215                10  WS-TF-EXCLUIDOS     PIC 9(6).
000216                10  WS-TF-FINAL         PIC 9(6).
000217*
000218        77  WS-CONT-BACKUP             PIC 9(6) VALUE ZERO.
000219        77  WS-CONT-AUDIT-LIDOS        PIC 9(6) VALUE ZERO.
000220        77  WS-CONT-HIST-LIDOS         PIC 9(6) VALUE ZERO.
000221        77  WS-CONT-ANTES-INICIO       PIC 9(6) VALUE ZERO.
000222        77  WS-CONT-APOS-ALVO          PIC 9(6) VALUE ZERO.
000223        77  WS-CONT-CARGAS             PIC 9(6) VALUE ZERO.
000224        77  WS-CONT-HS-INCLUSOES       PIC 9(6) VALUE ZERO.
000225        77  WS-CONT-HS-ALTERACOES      PIC 9(6) VALUE ZERO.
000226        77  WS-CONT-HS-INATIVACOES     PIC 9(6) VALUE ZERO.
000227        77  WS-CONT-HS-EXCLUSOES       PIC 9(6) VALUE ZERO.
000228        77  WS-CONT-JA-APLICADOS       PIC 9(6) VALUE ZERO.
000229        77  WS-CONT-CONFLITOS          PIC 9(6) VALUE ZERO.
000230        77  WS-CONT-ESPERADO           PIC 9(6) VALUE ZERO.
000231        77  WS-CONT-FINAL              PIC 9(6) VALUE ZERO.
000232        77  WS-CONT-ATIVOS             PIC 9(6) VALUE ZERO.
000233        77  WS-CONT-INATIVOS           PIC 9(6) VALUE ZERO.
000234        77  WS-CONT-FAIXAS-DIVERG      PIC 9(3) VALUE ZERO.
000235        77  WS-ESPERADO-FAIXA          PIC 9(6) VALUE ZERO.
000236*
000237        77  WS-CONTROLE-FECHADO        PIC X(1) VALUE "S".
000238            88  WS-CONTROLE-OK              VALUE "S".
000239*
000240        01  WS-LINHA-TITULO.
000241            05  FILLER                PIC X(36)
000242                  VALUE "RECUPERACAO DO MESTRE - BACKUP DE : ".
000243            05  WS-TIT-INICIO         PIC 9(8).
000244            05  FILLER                PIC X(10) VALUE "  ALVO : ".
000245            05  WS-TIT-ALVO           PIC 9(8).
000246            05  FILLER                PIC X(1)  VALUE SPACE.
000247            05  WS-TIT-HORA           PIC 9(6).
000248*
000249        01  WS-LINHA-CONFLITO.
000250            05  FILLER                PIC X(10)
000251                  VALUE "CONFLITO  ".
000252            05  WS-CNF-ORIGEM         PIC X(9).
000253            05  WS-CNF-ID             PIC 9(9).
000254            05  FILLER                PIC X(1)  VALUE SPACE.
000255            05  WS-CNF-DATA           PIC 9(8).
000256            05  FILLER                PIC X(1)  VALUE SPACE.
000257            05  WS-CNF-HORA           PIC 9(6).
000258            05  FILLER                PIC X(1)  VALUE SPACE.
000259            05  WS-CNF-MOTIVO         PIC X(45).
000260*
000261        01  WS-LINHA-CONTAGEM.
000262            05  WS-CON-ROTULO         PIC X(34).
000263            05  FILLER                PIC X(2)  VALUE ": ".
000264            05  WS-CON-QTD            PIC ZZZZZ9.
000265*
000266        01  WS-LINHA-CHAVES.
000267            05  WS-CHV-ROTULO         PIC X(34).
000268            05  FILLER                PIC X(2)  VALUE ": ".
000269            05  WS-CHV-MENOR          PIC 9(9).
000270            05  FILLER                PIC X(3)  VALUE " A ".
000271            05  WS-CHV-MAIOR          PIC 9(9).
000272*
000273        01  WS-LINHA-COLUNAS-FAIXA.
000274            05  FILLER                PIC X(40)
000275                  VALUE "DATA-MOV CHAVE BASE  BACKUP INCLUS EXCL".
000276            05  FILLER                PIC X(40)
000277                  VALUE "  ESPERA  MESTRE  SITUACAO".
000278*
000279        01  WS-LINHA-FAIXA.
000280            05  WS-FX-DATA            PIC 9(8).
000281            05  FILLER                PIC X(1)  VALUE SPACE.
000282            05  WS-FX-BASE            PIC 9(9).
000283            05  FILLER                PIC X(2)  VALUE SPACES.
000284            05  WS-FX-BACKUP          PIC ZZZZZ9.
000285            05  FILLER                PIC X(2)  VALUE SPACES.
000286            05  WS-FX-INCLUIDOS       PIC ZZZZZ9.
000287            05  FILLER                PIC X(2)  VALUE SPACES.
000288            05  WS-FX-EXCLUIDOS       PIC ZZZZZ9.
000289            05  FILLER                PIC X(2)  VALUE SPACES.
000290            05  WS-FX-ESPERADO        PIC ZZZZZ9.
000291            05  FILLER                PIC X(2)  VALUE SPACES.
000292            05  WS-FX-FINAL           PIC ZZZZZ9.
000293            05  FILLER                PIC X(2)  VALUE SPACES.
000294            05  WS-FX-SITUACAO        PIC X(10).
000295*
000296***************************
000297        LINKAGE SECTION.
000298***************************
000299*
000300        COPY "PARMREC.cpy".
000301*
000302        PROCEDURE DIVISION USING LK-PARM-RECORD.
000303*
000304            MOVE WS-RC-NORMAL TO RETURN-CODE.
000305            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
000306*
000307            PERFORM 0100-TRATAR-PARM.
000308*
000309            IF RETURN-CODE < WS-RC-ERRO-DADOS
000310                PERFORM 1000-CARREGAR-BACKUP
000311            END-IF.
000312*
000313            IF RETURN-CODE < WS-RC-ERRO-DADOS
000314                PERFORM 2000-REAPLICAR-MOVIMENTO
000315            END-IF.
000316*
000317            IF RETURN-CODE < WS-RC-ERRO-SEVERO
000318                PERFORM 5000-CONFERIR-MESTRE
000319                PERFORM 5500-CONTAR-FAIXAS-BACKUP
000320            END-IF.
000321*
000322            IF RETURN-CODE < WS-RC-ERRO-SEVERO
000323                PERFORM 6000-EMITIR-CONTROLE
000324*
000325                IF NOT WS-CONTROLE-OK
000326                    MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000327                ELSE
000328                    IF RETURN-CODE < WS-RC-AVISO
000329                       AND (WS-CONT-CONFLITOS > ZERO
000330                            OR WS-CONT-BACKUP = ZERO)
000331                        MOVE WS-RC-AVISO TO RETURN-CODE
000332                    END-IF
000333                END-IF
000334            END-IF.
000335*
000336            IF WS-FS-RELATORIO = "00"
000337                CLOSE RECOV-RPT
000338            END-IF.
000339*
000340            DISPLAY 'RECUPERACAO DO MESTRE - BACKUP '
000341                WS-CONT-BACKUP
000342                ' CARGAS ' WS-CONT-CARGAS
000343                ' HISTORIA ' WS-CONT-HS-INCLUSOES '/'
000344                WS-CONT-HS-ALTERACOES '/' WS-CONT-HS-INATIVACOES
000345                '/' WS-CONT-HS-EXCLUSOES
000346                ' CONFLITOS ' WS-CONT-CONFLITOS
000347                ' NO MESTRE ' WS-CONT-FINAL.
000348*
000349            PERFORM 9700-REGISTRAR-RESULTADO.
000350*
000351            GOBACK.
000352*
000353**----------------------------------------------------------------*
000354        0100-TRATAR-PARM.
000355**----------------------------------------------------------------*
000356*    AS DUAS DATAS SAO OBRIGATORIAS - RECUPERACAO SEM PONTO DE
000357*    PARTIDA E PONTO DE CHEGADA EXPLICITOS NAO E RECUPERACAO.
000358*
000359            IF LK-PARM-LENGTH >= 16
000360               AND LK-PARM-NAME(1:8) IS NUMERIC
000361               AND LK-PARM-NAME(1:8) > "16010101"
000362               AND LK-PARM-NAME(9:8) IS NUMERIC
000363               AND LK-PARM-NAME(9:8) > "16010101"
000364                MOVE LK-PARM-NAME(1:8) TO WS-DATA-INICIO
000365                MOVE LK-PARM-NAME(9:8) TO WS-DATA-ALVO
000366            ELSE
000367                DISPLAY 'ERRO: PARM DEVE SER AAAAMMDD(BACKUP)'
000368                    'AAAAMMDD(ALVO)[HHMMSS]'
000369                MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
000370            END-IF.
000371*
000372            IF RETURN-CODE < WS-RC-ERRO-DADOS
000373               AND LK-PARM-LENGTH >= 22
000374                IF LK-PARM-NAME(17:6) IS NUMERIC
000375                   AND LK-PARM-NAME(17:6) < "240000"
000376                    MOVE LK-PARM-NAME(17:6) TO WS-HORA-ALVO
000377                ELSE
000378                    DISPLAY 'ERRO: HORA ALVO DO PARM INVALIDA'
000379                    MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
000380                END-IF
000381            END-IF.
000382*
000383            IF RETURN-CODE < WS-RC-ERRO-DADOS
000384               AND WS-DATA-ALVO < WS-DATA-INICIO
000385                DISPLAY 'ERRO: DATA ALVO ANTES DA DATA DO BACKUP'
000386                MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
000387            END-IF.
000388*
000389            COMPUTE WS-CARIMBO-INICIO = WS-DATA-INICIO * 1000000.
000390            COMPUTE WS-CARIMBO-ALVO =
000391                WS-DATA-ALVO * 1000000 + WS-HORA-ALVO.
000392*
000393**----------------------------------------------------------------*
000394        1000-CARREGAR-BACKUP.
000395**----------------------------------------------------------------*
000396*    A GERACAO MASTBKP SAI DO KSDS EM ORDEM DE CHAVE, ENTAO O
000397*    CLUSTER NOVO E CARREGADO EM OUTPUT SEM CHAVE FORA DE ORDEM;
000398*    DEPOIS E REABERTO EM I-O PARA O REPROCESSAMENTO POR CHAVE
000399*    (MESMO ESQUEMA DO COBOL006 COM O MASTNOVO).
000400*
000401            OPEN INPUT BACKUP-FILE.
000402            OPEN OUTPUT MASTER-FILE.
000403            OPEN OUTPUT RECOV-RPT.
000404*
000405            IF WS-FS-BACKUP NOT = "00"
000406               OR WS-FS-MASTER NOT = "00"
000407               OR WS-FS-RELATORIO NOT = "00"
000408                DISPLAY 'ERRO SEVERO AO ABRIR ARQUIVOS - FS='
000409                    WS-FS-BACKUP ' ' WS-FS-MASTER ' '
000410                    WS-FS-RELATORIO
000411                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000412            ELSE
000413                MOVE WS-DATA-INICIO TO WS-TIT-INICIO
000414                MOVE WS-DATA-ALVO   TO WS-TIT-ALVO
000415                MOVE WS-HORA-ALVO   TO WS-TIT-HORA
000416                WRITE WS-LINHA-RELATORIO FROM WS-LINHA-TITULO
000417                MOVE SPACES TO WS-LINHA-RELATORIO
000418                WRITE WS-LINHA-RELATORIO
000419*
000420                PERFORM UNTIL WS-ACABOU-BACKUP
000421                    READ BACKUP-FILE
000422                        AT END
000423                            SET WS-ACABOU-BACKUP TO TRUE
000424                        NOT AT END
000425                            PERFORM 1100-GRAVAR-REGISTRO-BACKUP
000426                    END-READ
000427                END-PERFORM
000428*
000429                CLOSE BACKUP-FILE
000430                CLOSE MASTER-FILE
000431*
000432                IF RETURN-CODE < WS-RC-ERRO-SEVERO
000433                    OPEN I-O MASTER-FILE
000434                    IF WS-FS-MASTER NOT = "00"
000435                        DISPLAY 'ERRO SEVERO AO REABRIR '
000436                            'MASTRECU - FS=' WS-FS-MASTER
000437                        MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000438                    END-IF
000439                END-IF
000440            END-IF.
000441*
000442**----------------------------------------------------------------*
000443        1100-GRAVAR-REGISTRO-BACKUP.
000444**----------------------------------------------------------------*
000445            MOVE BK-ID            TO MR-ID.
000446            MOVE BK-NOME          TO MR-NOME.
000447            MOVE BK-DATA-EXECUCAO TO MR-DATA-EXECUCAO.
000448            MOVE BK-STATUS        TO MR-STATUS.
000449            MOVE BK-ORIGEM        TO MR-ORIGEM.
000450*
000451            WRITE MR-MASTER-RECORD.
000452*
000453            IF WS-FS-MASTER NOT = "00"
000454                DISPLAY 'ERRO SEVERO AO GRAVAR MASTRECU NA CARGA '
000455                    'DO BACKUP - FS=' WS-FS-MASTER ' MR-ID=' BK-ID
000456                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000457                SET WS-ACABOU-BACKUP TO TRUE
000458            ELSE
000459                ADD 1 TO WS-CONT-BACKUP
000460                IF WS-CONT-BACKUP = 1
000461                    MOVE BK-ID TO WS-CHAVE-MENOR-BKP
000462                END-IF
000463                MOVE BK-ID TO WS-CHAVE-MAIOR-BKP
000464            END-IF.
000465*
000466**----------------------------------------------------------------*
000467        2000-REAPLICAR-MOVIMENTO.
000468**----------------------------------------------------------------*
000469*    INTERCALA OS DOIS ARQUIVOS PELO CARIMBO DATA + HORA. OS DOIS
000470*    SAO GRAVADOS EM EXTEND, ENTAO CADA UM JA ESTA EM ORDEM
000471*    CRONOLOGICA; NO EMPATE A CARGA VEM ANTES, COMO NA CADEIA
000472*    (COBOL004 NO STEP020, COBOL006 NO STEP040).
000473*
000474            IF RETURN-CODE < WS-RC-ERRO-SEVERO
000475                OPEN INPUT HIST-FILE
000476                OPEN INPUT AUDIT-LOG
000477                OPEN INPUT ARCHIVE-FILE
000478*
000479                IF (WS-FS-HISTORIA NOT = "00"
000480                    AND WS-FS-HISTORIA NOT = "05")
000481                   OR (WS-FS-AUDIT NOT = "00"
000482                       AND WS-FS-AUDIT NOT = "05")
000483                   OR (WS-FS-ARQUIVO NOT = "00"
000484                       AND WS-FS-ARQUIVO NOT = "05")
000485                    DISPLAY 'ERRO SEVERO AO ABRIR HISTORIA, '
000486                        'AUDITLOG OU MASTARQ - FS=' WS-FS-HISTORIA
000487                        ' ' WS-FS-AUDIT ' ' WS-FS-ARQUIVO
000488                    MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000489                ELSE
000490                    PERFORM 2100-LER-HISTORIA
000491                    PERFORM 2200-LER-AUDITORIA
000492*
000493                    PERFORM UNTIL
000494                            WS-CARIMBO-HIST = WS-CARIMBO-EOF
000495                        AND WS-CARIMBO-AUDIT = WS-CARIMBO-EOF
000496                        IF WS-CARIMBO-AUDIT <= WS-CARIMBO-HIST
000497                            PERFORM 3000-APLICAR-CARGA
000498                            PERFORM 2200-LER-AUDITORIA
000499                        ELSE
000500                            PERFORM 4000-APLICAR-HISTORIA
000501                            PERFORM 2100-LER-HISTORIA
000502                        END-IF
000503*
000504                        IF RETURN-CODE >= WS-RC-ERRO-SEVERO
000505                            MOVE WS-CARIMBO-EOF TO WS-CARIMBO-HIST
000506                            MOVE WS-CARIMBO-EOF
000507                                TO WS-CARIMBO-AUDIT
000508                        END-IF
000509                    END-PERFORM
000510*
000511                    CLOSE HIST-FILE
000512                    CLOSE AUDIT-LOG
000513                    CLOSE ARCHIVE-FILE
000514                END-IF
000515            END-IF.
000516*
000517**----------------------------------------------------------------*
000518        2100-LER-HISTORIA.
000519**----------------------------------------------------------------*
000520*    AVANCA ATE O PROXIMO REGISTRO DE HISTORIA DENTRO DA JANELA
000521*    (DATA DO BACKUP ATE O ALVO); OS DE FORA SO SAO CONTADOS.
000522*
000523            MOVE "N" TO WS-MOVIMENTO-ACHADO.
000524            MOVE WS-CARIMBO-EOF TO WS-CARIMBO-HIST.
000525*
000526            PERFORM UNTIL WS-TEM-MOVIMENTO OR WS-ACABOU-HISTORIA
000527                READ HIST-FILE
000528                    AT END
000529                        SET WS-ACABOU-HISTORIA TO TRUE
000530                    NOT AT END
000531                        ADD 1 TO WS-CONT-HIST-LIDOS
000532                        COMPUTE WS-CARIMBO-HIST =
000533                            HS-DATA-MANUTENCAO * 1000000
000534                            + HS-HORA-MANUTENCAO
000535                        EVALUATE TRUE
000536                            WHEN WS-CARIMBO-HIST
000537                                 < WS-CARIMBO-INICIO
000538                                ADD 1 TO WS-CONT-ANTES-INICIO
000539                            WHEN WS-CARIMBO-HIST
000540                                 > WS-CARIMBO-ALVO
000541                                ADD 1 TO WS-CONT-APOS-ALVO
000542                            WHEN OTHER
000543                                SET WS-TEM-MOVIMENTO TO TRUE
000544                        END-EVALUATE
000545                END-READ
000546            END-PERFORM.
000547*
000548            IF NOT WS-TEM-MOVIMENTO
000549                MOVE WS-CARIMBO-EOF TO WS-CARIMBO-HIST
000550            END-IF.
000551*
000552**----------------------------------------------------------------*
000553        2200-LER-AUDITORIA.
000554**----------------------------------------------------------------*
000555*    SO INTERESSA A AUDITORIA DE REGISTRO GRAVADO PELO COBOL004:
000556*    AR-ID DENTRO DA FAIXA DE CHAVES DA PROPRIA DATA-MOVIMENTO. O
000557*    REGISTRO DE EXECUCAO SEM NENHUM NOME GRAVADO (AR-ID = HORA),
000558*    O COBOL003 E O COMPENSATORIO DO COBOL022 (JA NA HISTORIA)
000559*    FICAM DE FORA.
000560*
000561            MOVE "N" TO WS-MOVIMENTO-ACHADO.
000562            MOVE WS-CARIMBO-EOF TO WS-CARIMBO-AUDIT.
000563*
000564            PERFORM UNTIL WS-TEM-MOVIMENTO OR WS-ACABOU-AUDIT
000565                READ AUDIT-LOG
000566                    AT END
000567                        SET WS-ACABOU-AUDIT TO TRUE
000568                    NOT AT END
000569                        ADD 1 TO WS-CONT-AUDIT-LIDOS
000570                        IF AR-PROGRAM-ID = "COBOL004"
000571                           AND AR-DATA-EXECUCAO IS NUMERIC
000572                           AND AR-DATA-EXECUCAO > 16010101
000573                            PERFORM 2250-TESTAR-CARGA
000574                        END-IF
000575                END-READ
000576            END-PERFORM.
000577*
000578            IF NOT WS-TEM-MOVIMENTO
000579                MOVE WS-CARIMBO-EOF TO WS-CARIMBO-AUDIT
000580            END-IF.
000581*
000582**----------------------------------------------------------------*
000583        2250-TESTAR-CARGA.
000584**----------------------------------------------------------------*
000585            COMPUTE WS-CHAVE-BASE = FUNCTION
000586                INTEGER-OF-DATE(AR-DATA-EXECUCAO) * 1000.
000587*
000588            COMPUTE WS-CHAVE-EXCEDENTE =
000589                WS-CHAVE-BASE + WS-DESLOCA-EXCEDENTE.
000590*
000591            IF (AR-ID >= WS-CHAVE-BASE
000592                AND AR-ID <= WS-CHAVE-BASE + WS-MAX-SEQ-CHAVE)
000593               OR (AR-ID >= WS-CHAVE-EXCEDENTE
000594                   AND AR-ID <= WS-CHAVE-EXCEDENTE
000595                                + WS-MAX-SEQ-CHAVE)
000596                COMPUTE WS-CARIMBO-AUDIT =
000597                    AR-DATA-EXECUCAO * 1000000 + AR-HORA-EXECUCAO
000598                EVALUATE TRUE
000599                    WHEN WS-CARIMBO-AUDIT < WS-CARIMBO-INICIO
000600                        ADD 1 TO WS-CONT-ANTES-INICIO
000601                    WHEN WS-CARIMBO-AUDIT > WS-CARIMBO-ALVO
000602                        ADD 1 TO WS-CONT-APOS-ALVO
000603                    WHEN OTHER
000604                        SET WS-TEM-MOVIMENTO TO TRUE
000605                END-EVALUATE
000606            END-IF.
000607*
000608**----------------------------------------------------------------*
000609        3000-APLICAR-CARGA.
000610**----------------------------------------------------------------*
000611*    REFAZ O WRITE DO COBOL004: MESMA CHAVE, NOME E ORIGEM DA
000612*    AUDITORIA, DATA-MOVIMENTO DA EXECUCAO E STATUS ATIVO.
000613*
000614            MOVE AR-ID TO MR-ID.
000615            MOVE "N" TO WS-CHAVE-EXISTE.
000616*
000617            READ MASTER-FILE
000618                INVALID KEY
000619                    CONTINUE
000620                NOT INVALID KEY
000621                    SET WS-CHAVE-ENCONTRADA TO TRUE
000622            END-READ.
000623*
000624            IF WS-CHAVE-ENCONTRADA
000625                IF MR-NOME = AR-VALOR-RECEBIDO
000626                   AND MR-ORIGEM = AR-ORIGEM
000627                    ADD 1 TO WS-CONT-JA-APLICADOS
000628                ELSE
000629                    MOVE "CARGA    " TO WS-CNF-ORIGEM
000630                    MOVE AR-ID TO WS-CNF-ID
000631                    MOVE AR-DATA-EXECUCAO TO WS-CNF-DATA
000632                    MOVE AR-HORA-EXECUCAO TO WS-CNF-HORA
000633                    MOVE "CHAVE JA OCUPADA POR OUTRO NOME"
000634                        TO WS-CNF-MOTIVO
000635                    PERFORM 4900-REGISTRAR-CONFLITO
000636                END-IF
000637            ELSE
000638                MOVE AR-ID             TO MR-ID
000639                MOVE AR-VALOR-RECEBIDO TO MR-NOME
000640                MOVE AR-DATA-EXECUCAO  TO MR-DATA-EXECUCAO
000641                SET MR-STATUS-ATIVO    TO TRUE
000642                MOVE AR-ORIGEM         TO MR-ORIGEM
000643                WRITE MR-MASTER-RECORD
000644                IF WS-FS-MASTER NOT = "00"
000645                    PERFORM 4950-ERRO-GRAVACAO
000646                ELSE
000647                    ADD 1 TO WS-CONT-CARGAS
000648                    MOVE AR-ID TO WS-CHAVE-PESQUISA
000649                    PERFORM 4600-LOCALIZAR-FAIXA
000650                    IF WS-FAIXA-ACHADA = ZERO
000651                        PERFORM 4700-INCLUIR-FAIXA
000652                    END-IF
000653                    IF WS-FAIXA-ACHADA > ZERO
000654                        ADD 1 TO WS-TF-INCLUIDOS(WS-FAIXA-ACHADA)
000655                    END-IF
000656                END-IF
000657            END-IF.
000658*
000659**----------------------------------------------------------------*
000660        4000-APLICAR-HISTORIA.
000661**----------------------------------------------------------------*
000662*    APLICA A IMAGEM "DEPOIS" SE O REGISTRO ESTA COMO A IMAGEM
000663*    "ANTES"; SE JA ESTA COMO "DEPOIS", SO CONTA. A INCLUSAO DO
000664*    COBOL006 GRAVA DATA-MOVIMENTO = DATA DA MANUTENCAO E ORIGEM
000665*    GER, E A EXCLUSAO DO COBOL022 (DEPOIS EM BRANCO) REMOVE A
000666*    CHAVE. O ARQUIVAMENTO DO COBOL036 TAMBEM REMOVE (ANTES E
000667*    DEPOIS IGUAIS, CONTA COMO EXCLUSAO) E A REINTEGRACAO INCLUI
000668*    DE NOVO COM A ORIGEM E A DATA-MOVIMENTO DA IMAGEM ARQUIVADA
000669*    (CONTA COMO INCLUSAO).
000670*
000671            MOVE HS-ID TO MR-ID.
000672            MOVE "N" TO WS-CHAVE-EXISTE.
000673*
000674            READ MASTER-FILE
000675                INVALID KEY
000676                    CONTINUE
000677                NOT INVALID KEY
000678                    SET WS-CHAVE-ENCONTRADA TO TRUE
000679            END-READ.
000680*
000681            MOVE "HISTORIA " TO WS-CNF-ORIGEM.
000682            MOVE HS-ID TO WS-CNF-ID.
000683            MOVE HS-DATA-MANUTENCAO TO WS-CNF-DATA.
000684            MOVE HS-HORA-MANUTENCAO TO WS-CNF-HORA.
000685*
000686            EVALUATE TRUE
000687                WHEN HS-TIPO-INCLUSAO AND WS-CHAVE-ENCONTRADA
000688                    IF MR-NOME = HS-NOME-DEPOIS
000689                       AND MR-STATUS = HS-STATUS-DEPOIS
000690                        ADD 1 TO WS-CONT-JA-APLICADOS
000691                    ELSE
000692                        MOVE "INCLUSAO COM CHAVE JA OCUPADA"
000693                            TO WS-CNF-MOTIVO
000694                        PERFORM 4900-REGISTRAR-CONFLITO
000695                    END-IF
000696*
000697                WHEN HS-TIPO-INCLUSAO
000698                    MOVE HS-ID              TO MR-ID
000699                    MOVE HS-NOME-DEPOIS     TO MR-NOME
000700                    MOVE HS-DATA-MANUTENCAO TO MR-DATA-EXECUCAO
000701                    MOVE HS-STATUS-DEPOIS   TO MR-STATUS
000702                    MOVE "GER "             TO MR-ORIGEM
000703                    WRITE MR-MASTER-RECORD
000704                    IF WS-FS-MASTER NOT = "00"
000705                        PERFORM 4950-ERRO-GRAVACAO
000706                    ELSE
000707                        ADD 1 TO WS-CONT-HS-INCLUSOES
000708                        MOVE HS-ID TO WS-CHAVE-PESQUISA
000709                        PERFORM 4600-LOCALIZAR-FAIXA
000710                        IF WS-FAIXA-ACHADA > ZERO
000711                            ADD 1
000712                              TO WS-TF-INCLUIDOS(WS-FAIXA-ACHADA)
000713                        END-IF
000714                    END-IF
000715*
000716                WHEN (HS-TIPO-ALTERACAO-NOME
000717                      OR HS-TIPO-INATIVACAO)
000718                     AND WS-CHAVE-ENCONTRADA
000719                    PERFORM 4100-APLICAR-IMAGEM
000720*
000721                WHEN HS-TIPO-ALTERACAO-NOME OR HS-TIPO-INATIVACAO
000722                    MOVE "ALTERACAO DE CHAVE INEXISTENTE"
000723                        TO WS-CNF-MOTIVO
000724                    PERFORM 4900-REGISTRAR-CONFLITO
000725*
000726                WHEN (HS-TIPO-EXCLUSAO OR HS-TIPO-ARQUIVAMENTO)
000727                     AND WS-CHAVE-ENCONTRADA
000728                    PERFORM 4200-APLICAR-EXCLUSAO
000729*
000730                WHEN HS-TIPO-EXCLUSAO OR HS-TIPO-ARQUIVAMENTO
000731                    ADD 1 TO WS-CONT-JA-APLICADOS
000732*
000733                WHEN HS-TIPO-REINTEGRACAO AND WS-CHAVE-ENCONTRADA
000734                    IF MR-NOME = HS-NOME-DEPOIS
000735                       AND MR-STATUS = HS-STATUS-DEPOIS
000736                        ADD 1 TO WS-CONT-JA-APLICADOS
000737                    ELSE
000738                        MOVE "REINTEGRACAO COM CHAVE JA OCUPADA"
000739                            TO WS-CNF-MOTIVO
000740                        PERFORM 4900-REGISTRAR-CONFLITO
000741                    END-IF
000742*
000743                WHEN HS-TIPO-REINTEGRACAO
000744                    PERFORM 4300-APLICAR-REINTEGRACAO
000745*
000746                WHEN OTHER
000747                    MOVE "TIPO DE ALTERACAO INVALIDO"
000748                        TO WS-CNF-MOTIVO
000749                    PERFORM 4900-REGISTRAR-CONFLITO
000750            END-EVALUATE.
000751*
000752**----------------------------------------------------------------*
000753        4100-APLICAR-IMAGEM.
000754**----------------------------------------------------------------*
000755            IF MR-NOME = HS-NOME-DEPOIS
000756               AND MR-STATUS = HS-STATUS-DEPOIS
000757                ADD 1 TO WS-CONT-JA-APLICADOS
000758            ELSE
000759                IF MR-NOME = HS-NOME-ANTES
000760                   AND MR-STATUS = HS-STATUS-ANTES
000761                    MOVE HS-NOME-DEPOIS   TO MR-NOME
000762                    MOVE HS-STATUS-DEPOIS TO MR-STATUS
000763                    REWRITE MR-MASTER-RECORD
000764                    IF WS-FS-MASTER NOT = "00"
000765                        PERFORM 4950-ERRO-GRAVACAO
000766                    ELSE
000767                        IF HS-TIPO-INATIVACAO
000768                            ADD 1 TO WS-CONT-HS-INATIVACOES
000769                        ELSE
000770                            ADD 1 TO WS-CONT-HS-ALTERACOES
000771                        END-IF
000772                    END-IF
000773                ELSE
000774                    MOVE "REGISTRO DIFERENTE DA IMAGEM ANTES"
000775                        TO WS-CNF-MOTIVO
000776                    PERFORM 4900-REGISTRAR-CONFLITO
000777                END-IF
000778            END-IF.
000779*
000780**----------------------------------------------------------------*
000781        4200-APLICAR-EXCLUSAO.
000782**----------------------------------------------------------------*
000783            IF MR-NOME = HS-NOME-ANTES
000784               AND MR-STATUS = HS-STATUS-ANTES
000785                DELETE MASTER-FILE
000786                IF WS-FS-MASTER NOT = "00"
000787                    PERFORM 4950-ERRO-GRAVACAO
000788                ELSE
000789                    ADD 1 TO WS-CONT-HS-EXCLUSOES
000790                    MOVE HS-ID TO WS-CHAVE-PESQUISA
000791                    PERFORM 4600-LOCALIZAR-FAIXA
000792                    IF WS-FAIXA-ACHADA > ZERO
000793                        ADD 1 TO WS-TF-EXCLUIDOS(WS-FAIXA-ACHADA)
000794                    END-IF
000795                END-IF
000796            ELSE
000797                MOVE "EXCLUSAO - REGISTRO DIFERENTE DO ANTES"
000798                    TO WS-CNF-MOTIVO
000799                PERFORM 4900-REGISTRAR-CONFLITO
000800            END-IF.
000801*
000802**----------------------------------------------------------------*
000803        4300-APLICAR-REINTEGRACAO.
000804**----------------------------------------------------------------*
000805*    A HISTORIA SO GUARDA NOME E STATUS; A ORIGEM E A
000806*    DATA-MOVIMENTO DO REGISTRO REINTEGRADO VEM DO MASTARQ, QUE
000807*    NUNCA PERDE A CHAVE (A REINTEGRACAO SO MUDA A SITUACAO).
000808*
000809            MOVE HS-ID TO MA-ID.
000810*
000811            READ ARCHIVE-FILE
000812                INVALID KEY
000813                    MOVE "REINTEGRACAO SEM IMAGEM NO MASTARQ"
000814                        TO WS-CNF-MOTIVO
000815                    PERFORM 4900-REGISTRAR-CONFLITO
000816                NOT INVALID KEY
000817                    MOVE HS-ID              TO MR-ID
000818                    MOVE HS-NOME-DEPOIS     TO MR-NOME
000819                    MOVE MA-DATA-EXECUCAO   TO MR-DATA-EXECUCAO
000820                    MOVE HS-STATUS-DEPOIS   TO MR-STATUS
000821                    MOVE MA-ORIGEM          TO MR-ORIGEM
000822                    WRITE MR-MASTER-RECORD
000823                    IF WS-FS-MASTER NOT = "00"
000824                        PERFORM 4950-ERRO-GRAVACAO
000825                    ELSE
000826                        ADD 1 TO WS-CONT-HS-INCLUSOES
000827                        MOVE HS-ID TO WS-CHAVE-PESQUISA
000828                        PERFORM 4600-LOCALIZAR-FAIXA
000829                        IF WS-FAIXA-ACHADA > ZERO
000830                            ADD 1
000831                              TO WS-TF-INCLUIDOS(WS-FAIXA-ACHADA)
000832                        END-IF
000833                    END-IF
000834            END-READ.
000835*
000836**----------------------------------------------------------------*
000837        4600-LOCALIZAR-FAIXA.
000838**----------------------------------------------------------------*
000839*    DEVOLVE EM WS-FAIXA-ACHADA A FAIXA (NORMAL OU EXCEDENTE) QUE
000840*    CONTEM WS-CHAVE-PESQUISA, OU ZERO.
000841*
000842*    A CHAVE DE EXCEDENTE E REDUZIDA A FAIXA NORMAL ANTES DA
000843*    COMPARACAO.
000844*
000845            MOVE ZERO TO WS-FAIXA-ACHADA.
000846            IF WS-CHAVE-PESQUISA >= WS-DESLOCA-EXCEDENTE
000847                SUBTRACT WS-DESLOCA-EXCEDENTE
000848                    FROM WS-CHAVE-PESQUISA
000849            END-IF.
000850*
000851            PERFORM VARYING WS-IDX-FAIXA FROM 1 BY 1
000852                    UNTIL WS-IDX-FAIXA > WS-CONT-TABELA-FAIXAS
000853                       OR WS-FAIXA-ACHADA > ZERO
000854                IF WS-CHAVE-PESQUISA >= WS-TF-BASE(WS-IDX-FAIXA)
000855                   AND WS-CHAVE-PESQUISA <=
000856                       WS-TF-BASE(WS-IDX-FAIXA) + WS-MAX-SEQ-CHAVE
000857                    MOVE WS-IDX-FAIXA TO WS-FAIXA-ACHADA
000858                END-IF
000859            END-PERFORM.
000860*
000861**----------------------------------------------------------------*
000862        4700-INCLUIR-FAIXA.
000863**----------------------------------------------------------------*
000864*    A BASE DA FAIXA NOVA E A DA AUDITORIA CORRENTE (CALCULADA NO
000865*    2250 A PARTIR DE AR-DATA-EXECUCAO).
000866*
000867            IF WS-CONT-TABELA-FAIXAS >= WS-MAX-TABELA-FAIXAS
000868                IF RETURN-CODE < WS-RC-ERRO-DADOS
000869                    DISPLAY 'ERRO: MAIS DE ' WS-MAX-TABELA-FAIXAS
000870                        ' DATAS DE CARGA - CONTROLE POR FAIXA '
000871                        'INCOMPLETO'
000872                    MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
000873                END-IF
000874            ELSE
000875                ADD 1 TO WS-CONT-TABELA-FAIXAS
000876                MOVE WS-CONT-TABELA-FAIXAS TO WS-FAIXA-ACHADA
000877                COMPUTE WS-TF-BASE(WS-FAIXA-ACHADA) = FUNCTION
000878                    INTEGER-OF-DATE(AR-DATA-EXECUCAO) * 1000
000879                MOVE AR-DATA-EXECUCAO
000880                    TO WS-TF-DATA(WS-FAIXA-ACHADA)
000881                MOVE ZERO TO WS-TF-BACKUP(WS-FAIXA-ACHADA)
000882                             WS-TF-INCLUIDOS(WS-FAIXA-ACHADA)
000883                             WS-TF-EXCLUIDOS(WS-FAIXA-ACHADA)
000884                             WS-TF-FINAL(WS-FAIXA-ACHADA)
000885            END-IF.
000886*
000887**----------------------------------------------------------------*
000888        4900-REGISTRAR-CONFLITO.
000889**----------------------------------------------------------------*
000890            ADD 1 TO WS-CONT-CONFLITOS.
000891            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONFLITO.
000892*
000893**----------------------------------------------------------------*
000894        4950-ERRO-GRAVACAO.
000895**----------------------------------------------------------------*
000896*    GRAVACAO REPROVADA NO CLUSTER RECONSTRUIDO INVALIDA A
000897*    RECUPERACAO INTEIRA - O REPROCESSAMENTO PARA AQUI.
000898*
000899            DISPLAY 'ERRO SEVERO AO ATUALIZAR MASTRECU - FS='
000900                WS-FS-MASTER ' MR-ID=' MR-ID.
000901            MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE.
000902*
000903**----------------------------------------------------------------*
000904        5000-CONFERIR-MESTRE.
000905**----------------------------------------------------------------*
000906*    RELE O CLUSTER RECONSTRUIDO INTEIRO, EM ORDEM DE CHAVE, PARA
000907*    A CONTAGEM DE CONTROLE, AS CHAVES MENOR/MAIOR E A CONTAGEM
000908*    POR FAIXA.
000909*
000910            MOVE ZERO TO MR-ID.
000911            START MASTER-FILE KEY IS NOT LESS THAN MR-ID
000912                INVALID KEY
000913                    SET WS-ACABOU-MESTRE TO TRUE
000914            END-START.
000915*
000916            PERFORM UNTIL WS-ACABOU-MESTRE
000917                READ MASTER-FILE NEXT RECORD
000918                    AT END
000919                        SET WS-ACABOU-MESTRE TO TRUE
000920                    NOT AT END
000921                        ADD 1 TO WS-CONT-FINAL
000922                        IF WS-CONT-FINAL = 1
000923                            MOVE MR-ID TO WS-CHAVE-MENOR-FINAL
000924                        END-IF
000925                        MOVE MR-ID TO WS-CHAVE-MAIOR-FINAL
000926                        IF MR-STATUS-ATIVO
000927                            ADD 1 TO WS-CONT-ATIVOS
000928                        ELSE
000929                            ADD 1 TO WS-CONT-INATIVOS
000930                        END-IF
000931                        MOVE MR-ID TO WS-CHAVE-PESQUISA
000932                        PERFORM 4600-LOCALIZAR-FAIXA
000933                        IF WS-FAIXA-ACHADA > ZERO
000934                            ADD 1 TO WS-TF-FINAL(WS-FAIXA-ACHADA)
000935                        END-IF
000936                END-READ
000937            END-PERFORM.
000938*
000939            CLOSE MASTER-FILE.
000940*
000941**----------------------------------------------------------------*
000942        5500-CONTAR-FAIXAS-BACKUP.
000943**----------------------------------------------------------------*
000944*    SEGUNDA PASSADA PELA GERACAO MASTBKP, SO PARA SABER QUANTOS
000945*    REGISTROS DE CADA FAIXA JA VIERAM NO BACKUP (AS FAIXAS SO SAO
000946*    CONHECIDAS DEPOIS DO REPROCESSAMENTO DA AUDITORIA).
000947*
000948            IF WS-CONT-TABELA-FAIXAS > ZERO
000949                MOVE "N" TO WS-BACKUP-FIM
000950                OPEN INPUT BACKUP-FILE
000951                IF WS-FS-BACKUP NOT = "00"
000952                    DISPLAY 'ERRO SEVERO AO REABRIR MASTBKP - FS='
000953                        WS-FS-BACKUP
000954                    MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000955                ELSE
000956                    PERFORM UNTIL WS-ACABOU-BACKUP
000957                        READ BACKUP-FILE
000958                            AT END
000959                                SET WS-ACABOU-BACKUP TO TRUE
000960                            NOT AT END
000961                                MOVE BK-ID TO WS-CHAVE-PESQUISA
000962                                PERFORM 4600-LOCALIZAR-FAIXA
000963                                IF WS-FAIXA-ACHADA > ZERO
000964                                    ADD 1 TO WS-TF-BACKUP
000965                                        (WS-FAIXA-ACHADA)
000966                                END-IF
000967                        END-READ
000968                    END-PERFORM
000969                    CLOSE BACKUP-FILE
000970                END-IF
000971            END-IF.
000972*
000973**----------------------------------------------------------------*
000974        6000-EMITIR-CONTROLE.
000975**----------------------------------------------------------------*
000976*    EQUACAO DE CONTROLE: BACKUP + CARGAS + INCLUSOES DA HISTORIA
000977*    - EXCLUSOES = REGISTROS RELIDOS NO CLUSTER. CADA FAIXA DE
000978*    DATA-MOVIMENTO FECHA DO MESMO JEITO. QUALQUER DIFERENCA E
000979*    ERRO SEVERO - O CLUSTER NAO PODE SUBSTITUIR O MESTRE.
000980*
000981            COMPUTE WS-CONT-ESPERADO = WS-CONT-BACKUP
000982                + WS-CONT-CARGAS + WS-CONT-HS-INCLUSOES
000983                - WS-CONT-HS-EXCLUSOES.
000984*
000985            MOVE SPACES TO WS-LINHA-RELATORIO.
000986            WRITE WS-LINHA-RELATORIO.
000987*
000988            MOVE "REGISTROS NO BACKUP" TO WS-CON-ROTULO.
000989            MOVE WS-CONT-BACKUP TO WS-CON-QTD.
000990            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000991*
000992            MOVE "AUDITORIAS LIDAS" TO WS-CON-ROTULO.
000993            MOVE WS-CONT-AUDIT-LIDOS TO WS-CON-QTD.
000994            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000995*
000996            MOVE "HISTORIAS LIDAS" TO WS-CON-ROTULO.
000997            MOVE WS-CONT-HIST-LIDOS TO WS-CON-QTD.
000998            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000999*
001000            MOVE "MOVIMENTOS ANTERIORES AO BACKUP"
001001                TO WS-CON-ROTULO.
001002            MOVE WS-CONT-ANTES-INICIO TO WS-CON-QTD.
001003            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
001004*
001005            MOVE "MOVIMENTOS POSTERIORES AO ALVO"
001006                TO WS-CON-ROTULO.
001007            MOVE WS-CONT-APOS-ALVO TO WS-CON-QTD.
001008            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
001009*
001010            MOVE "(+) CARGAS COBOL004 REAPLICADAS"
001011                TO WS-CON-ROTULO.
001012            MOVE WS-CONT-CARGAS TO WS-CON-QTD.
001013            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
001014*
001015            MOVE "(+) INCLUSOES/REINTEGRACOES HIST."
001016                TO WS-CON-ROTULO.
001017            MOVE WS-CONT-HS-INCLUSOES TO WS-CON-QTD.
001018            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
001019*
001020            MOVE "(-) EXCLUSOES/ARQUIVAMENTOS HIST."
001021                TO WS-CON-ROTULO.
001022            MOVE WS-CONT-HS-EXCLUSOES TO WS-CON-QTD.
001023            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
001024*
001025            MOVE "ALTERACOES DE NOME REAPLICADAS"
001026                TO WS-CON-ROTULO.
001027            MOVE WS-CONT-HS-ALTERACOES TO WS-CON-QTD.
001028            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
001029*
001030            MOVE "INATIVACOES REAPLICADAS" TO WS-CON-ROTULO.
001031            MOVE WS-CONT-HS-INATIVACOES TO WS-CON-QTD.
001032            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
001033*
001034            MOVE "JA CONTIDOS NO BACKUP" TO WS-CON-ROTULO.
001035            MOVE WS-CONT-JA-APLICADOS TO WS-CON-QTD.
001036            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
001037*
001038            MOVE "CONFLITOS (NAO APLICADOS)" TO WS-CON-ROTULO.
001039            MOVE WS-CONT-CONFLITOS TO WS-CON-QTD.
001040            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
001041*
001042            MOVE "(=) REGISTROS ESPERADOS" TO WS-CON-ROTULO.
001043            MOVE WS-CONT-ESPERADO TO WS-CON-QTD.
001044            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
001045*
001046            MOVE "REGISTROS RELIDOS NO MESTRE" TO WS-CON-ROTULO.
001047            MOVE WS-CONT-FINAL TO WS-CON-QTD.
001048            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
001049*
001050            MOVE "    ATIVOS" TO WS-CON-ROTULO.
001051            MOVE WS-CONT-ATIVOS TO WS-CON-QTD.
001052            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
001053*
001054            MOVE "    INATIVOS" TO WS-CON-ROTULO.
001055            MOVE WS-CONT-INATIVOS TO WS-CON-QTD.
001056            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
001057*
001058            MOVE "CHAVES DO BACKUP" TO WS-CHV-ROTULO.
001059            MOVE WS-CHAVE-MENOR-BKP TO WS-CHV-MENOR.
001060            MOVE WS-CHAVE-MAIOR-BKP TO WS-CHV-MAIOR.
001061            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CHAVES.
001062*
001063            MOVE "CHAVES DO MESTRE RECONSTRUIDO" TO WS-CHV-ROTULO.
001064            MOVE WS-CHAVE-MENOR-FINAL TO WS-CHV-MENOR.
001065            MOVE WS-CHAVE-MAIOR-FINAL TO WS-CHV-MAIOR.
001066            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CHAVES.
001067*
001068            IF WS-CONT-FINAL NOT = WS-CONT-ESPERADO
001069                MOVE "N" TO WS-CONTROLE-FECHADO
001070            END-IF.
001071*
001072            IF WS-CONT-TABELA-FAIXAS > ZERO
001073                MOVE SPACES TO WS-LINHA-RELATORIO
001074                WRITE WS-LINHA-RELATORIO
001075                WRITE WS-LINHA-RELATORIO
001076                    FROM WS-LINHA-COLUNAS-FAIXA
001077                PERFORM VARYING WS-IDX-FAIXA FROM 1 BY 1
001078                        UNTIL WS-IDX-FAIXA > WS-CONT-TABELA-FAIXAS
001079                    PERFORM 6100-EMITIR-FAIXA
001080                END-PERFORM
001081            END-IF.
001082*
001083            MOVE SPACES TO WS-LINHA-RELATORIO.
001084            WRITE WS-LINHA-RELATORIO.
001085            IF WS-CONTROLE-OK
001086                MOVE 'CONTROLE FECHADO - PODE SER PROMOVIDO'
001087                    TO WS-LINHA-RELATORIO
001088            ELSE
001089                DISPLAY 'ERRO SEVERO: CONTROLE DA RECUPERACAO '
001090                    'NAO FECHA - ESPERADO ' WS-CONT-ESPERADO
001091                    ' RELIDO ' WS-CONT-FINAL
001092                    ' FAIXAS DIVERGENTES ' WS-CONT-FAIXAS-DIVERG
001093                MOVE 'CONTROLE NAO FECHA - NAO PROMOVER O CLUSTER'
001094                    TO WS-LINHA-RELATORIO
001095            END-IF.
001096            WRITE WS-LINHA-RELATORIO.
001097*
001098**----------------------------------------------------------------*
001099        6100-EMITIR-FAIXA.
001100**----------------------------------------------------------------*
001101            COMPUTE WS-ESPERADO-FAIXA =
001102                WS-TF-BACKUP(WS-IDX-FAIXA)
001103                + WS-TF-INCLUIDOS(WS-IDX-FAIXA)
001104                - WS-TF-EXCLUIDOS(WS-IDX-FAIXA).
001105*
001106            MOVE WS-TF-DATA(WS-IDX-FAIXA)      TO WS-FX-DATA.
001107            MOVE WS-TF-BASE(WS-IDX-FAIXA)      TO WS-FX-BASE.
001108            MOVE WS-TF-BACKUP(WS-IDX-FAIXA)    TO WS-FX-BACKUP.
001109            MOVE WS-TF-INCLUIDOS(WS-IDX-FAIXA) TO WS-FX-INCLUIDOS.
001110            MOVE WS-TF-EXCLUIDOS(WS-IDX-FAIXA) TO WS-FX-EXCLUIDOS.
001111            MOVE WS-ESPERADO-FAIXA             TO WS-FX-ESPERADO.
001112            MOVE WS-TF-FINAL(WS-IDX-FAIXA)     TO WS-FX-FINAL.
001113*
001114            IF WS-TF-FINAL(WS-IDX-FAIXA) = WS-ESPERADO-FAIXA
001115                MOVE "OK" TO WS-FX-SITUACAO
001116            ELSE
001117                MOVE "DIVERGENTE" TO WS-FX-SITUACAO
001118                ADD 1 TO WS-CONT-FAIXAS-DIVERG
001119                MOVE "N" TO WS-CONTROLE-FECHADO
001120            END-IF.
001121*
001122            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-FAIXA.
001123*
001124**----------------------------------------------------------------*
001125        9700-REGISTRAR-RESULTADO.
001126**----------------------------------------------------------------*
001127*    GRAVA NO ARQUIVO CENTRAL DE MENSAGENS (MENSAGEM) O
001128*    DESFECHO DA EXECUCAO QUANDO HOUVE ALGO ACIONAVEL
001129*    (RETURN-CODE >= 4); O RELATORIO DE EXCECOES DO COBOL020 E
001130*    MONTADO DALI, EM VEZ DE O OPERADOR GARIMPAR O SYSOUT.
001131*
001132            IF RETURN-CODE >= WS-RC-AVISO
001133                IF RETURN-CODE >= WS-RC-ERRO-DADOS
001134                    MOVE "E" TO WS-MSG-SEVERIDADE
001135                ELSE
001136                    MOVE "A" TO WS-MSG-SEVERIDADE
001137                END-IF
001138                MOVE RETURN-CODE TO WS-MSG-CODIGO-RC
001139                MOVE 'RECUPERACAO COM RESSALVA - VER RELRECUP'
001140                    TO WS-MSG-TEXTO
001141                PERFORM 9800-GRAVAR-MENSAGEM
001142            END-IF.
001143*
001144**----------------------------------------------------------------*
001145        9800-GRAVAR-MENSAGEM.
001146**----------------------------------------------------------------*
001147            OPEN EXTEND MSG-FILE.
001148*
001149            IF WS-FS-MENSAGEM NOT = "00"
001150                DISPLAY 'ERRO AO ABRIR MENSAGEM - FS='
001151                    WS-FS-MENSAGEM
001152            ELSE
001153                MOVE 'COBOL029' TO MG-PROGRAM-ID
001154                MOVE WS-MSG-SEVERIDADE TO MG-SEVERIDADE
001155                MOVE WS-MSG-CODIGO-COMP TO MG-CODIGO
001156                MOVE WS-DH-DATA TO MG-DATA-MOVIMENTO
001157                MOVE WS-DH-HORA TO MG-HORA-GRAVACAO
001158                MOVE WS-MSG-TEXTO TO MG-TEXTO
001159*
001160                WRITE MG-MESSAGE-RECORD
001161*
001162                IF WS-FS-MENSAGEM NOT = "00"
001163                    DISPLAY 'ERRO AO GRAVAR MENSAGEM - FS='
001164                        WS-FS-MENSAGEM
001165                END-IF
001166*
001167                CLOSE MSG-FILE
001168            END-IF.
001169*
001170        END PROGRAM COBOL029.
001171* FIM DO PROGRAMA ****************************
