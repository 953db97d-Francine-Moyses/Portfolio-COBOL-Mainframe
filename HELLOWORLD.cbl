000077                ORGANIZATION IS SEQUENTIAL
000078                FILE STATUS IS WS-FS-MENSAGEM.
000079*
000080            SELECT OPTIONAL STAT-FILE ASSIGN TO "ESTATIST"
000081                ORGANIZATION IS SEQUENTIAL
000082                FILE STATUS IS WS-FS-ESTATIST.
000083*
000084****************
000085        DATA DIVISION.
000086****************
000087*
000088        FILE SECTION.
000089*
000090        FD  NAME-IN
000091            RECORDING MODE IS F.
000092        COPY "NAMEREC.cpy".
000093*
000094        FD  MASTER-FILE.
000095        COPY "MASTREC.cpy".
000096*
000097        FD  AUDIT-LOG
000098            RECORDING MODE IS F.
000099        COPY "AUDITREC.cpy".
000100*
000101        FD  CKPT-FILE
000102            RECORDING MODE IS F.
000103        COPY "CKPTREC.cpy".
000104*
000105        FD  DATE-CARD
000106            RECORDING MODE IS F.
000107        COPY "DATPREC.cpy".
000108*
000109        FD  MSG-FILE
000110            RECORDING MODE IS F.
000111        COPY "MSGREC.cpy".
000112*
000113        FD  STAT-FILE
000114            RECORDING MODE IS F.
000115        COPY "ESTATREC.cpy".
000116*
000117        WORKING-STORAGE SECTION.
000118*
000119        01  WS-CONDICAO-RETORNO.
000120            05  WS-RC-NORMAL             PIC 9(2) VALUE 00.
000121            05  WS-RC-AVISO              PIC 9(2) VALUE 04.
000122            05  WS-RC-ERRO-DADOS         PIC 9(2) VALUE 08.
000123            05  WS-RC-ERRO-SEVERO        PIC 9(2) VALUE 16.
000124*
000125        01  WS-FS-NOME-IN              PIC X(2) VALUE SPACES.
000126        01  WS-FS-MASTER               PIC X(2) VALUE SPACES.
000127            88  WS-FS-MASTER-OK             VALUE "00" "22".
000128        01  WS-FS-AUDIT                PIC X(2) VALUE SPACES.
000129        01  WS-FS-CKPT                 PIC X(2) VALUE SPACES.
000130        01  WS-FS-DATAPROC             PIC X(2) VALUE SPACES.
000131        01  WS-FS-MENSAGEM             PIC X(2) VALUE SPACES.
000132        01  WS-FS-ESTATIST             PIC X(2) VALUE SPACES.
000133*
000134        01  WS-MSG-CODIGO-COMP.
000135            05  FILLER                  PIC X(2) VALUE "RC".
000136            05  WS-MSG-CODIGO-RC        PIC 9(2) VALUE ZERO.
000137        77  WS-MSG-SEVERIDADE          PIC X(1) VALUE "I".
000138        77  WS-MSG-TEXTO               PIC X(50) VALUE SPACES.
000139*
000140        01  WS-DATA-HORA-ATUAL.
000141            05  WS-DH-DATA              PIC 9(8).
000142            05  WS-DH-HORA              PIC 9(6).
000143            05  WS-DH-CENTESIMOS        PIC 9(2).
000144            05  WS-DH-DIFGMT            PIC X(5).
000145*
000146        01  WS-INICIO-EXECUCAO.
000147            05  WS-IE-DATA              PIC 9(8).
000148            05  WS-IE-HORA              PIC 9(6).
000149            05  FILLER                  PIC X(7).
000150        01  WS-FIM-EXECUCAO.
000151            05  WS-FE-DATA              PIC 9(8).
000152            05  WS-FE-HORA              PIC 9(6).
000153            05  FILLER                  PIC X(7).
000154*
000155        77  WS-DH-HORA-ID              PIC 9(8) VALUE ZERO.
000156*
000157        77  WS-CKPT-FIM                PIC X(1) VALUE "N".
000158            88  WS-CKPT-ACABOU              VALUE "S".
000159        77  WS-CKPT-ENCONTRADO         PIC X(1) VALUE "N".
000160            88  WS-CKPT-JA-CONCLUIDO        VALUE "S".
000161*
000162        77  WSS-NOME                   PIC X(30) VALUE SPACES.
000163        77  WS-ORIGEM                  PIC X(4) VALUE "GER ".
000164        77  WS-AUDIT-SEQ               PIC 9(9) VALUE ZERO.
000165        77  WS-CHECK-ANTERIOR          PIC 9(9) VALUE ZERO.
000166        77  WS-CHECK-CALCULADO         PIC 9(9) VALUE ZERO.
000167        77  WS-SOMA-BYTES              PIC 9(6) VALUE ZERO.
000168        77  WS-IDX-CHECK               PIC 9(2) VALUE ZERO.
000169        77  WS-AUDIT-SCAN-FIM          PIC X(1) VALUE "N".
000170            88  WS-ACABOU-AUDIT-SCAN        VALUE "S".
000171        77  WS-CADEIA-OK               PIC X(1) VALUE "N".
000172            88  WS-CADEIA-POSICIONADA       VALUE "S".
000173*
000174        77  WS-NOMES-FIM               PIC X(1) VALUE "S".
000175            88  WS-ACABOU-NOMES             VALUE "S".
000176        77  WS-CONT-NOMES-LIDOS        PIC 9(6) VALUE ZERO.
000177        77  WS-CONT-GRAVADOS           PIC 9(6) VALUE ZERO.
000178        77  WS-CONT-NOMES-BRANCO       PIC 9(6) VALUE ZERO.
000179        77  WS-ID-AUDITORIA            PIC 9(9) VALUE ZERO.
000180        77  WS-CHAVE-BASE              PIC 9(9) VALUE ZERO.
000181        77  WS-SEQ-CHAVE               PIC 9(4) VALUE ZERO.
000182        77  WS-MAX-SEQ-CHAVE           PIC 9(4) VALUE 999.
000183        77  WS-CHAVE-BASE-EXCEDENTE    PIC 9(9) VALUE ZERO.
000184        77  WS-SEQ-EXCEDENTE           PIC 9(4) VALUE ZERO.
000185        77  WS-DESLOCA-EXCEDENTE       PIC 9(9) VALUE 500000000.
000186        77  WS-FAIXA-BASE              PIC 9(9) VALUE ZERO.
000187        77  WS-FAIXA-LIMITE            PIC 9(9) VALUE ZERO.
000188        77  WS-FAIXA-SEQ               PIC 9(4) VALUE ZERO.
000189        77  WS-VARRE-FIM               PIC X(1) VALUE "N".
000190            88  WS-ACABOU-VARREDURA         VALUE "S".
000191        77  WS-EXCEDENTE-AVISO         PIC X(1) VALUE "N".
000192            88  WS-EXCEDENTE-AVISADO        VALUE "S".
000193        77  WS-REGISTRO-OK             PIC X(1) VALUE "N".
000194            88  WS-REGISTRO-GRAVADO         VALUE "S".
000195        77  WS-SCAN-FIM                PIC X(1) VALUE "N".
000196            88  WS-ACABOU-SCAN              VALUE "S".
000197        77  WS-CONT-NOMES-TOTAL        PIC 9(8) VALUE ZERO.
000198        77  WS-CHAVE-LOTE-QTD          PIC 9(8) VALUE ZERO.
000199        77  WS-CHAVE-CHECKPOINT        PIC X(30) VALUE SPACES.
000200*
000201        LOCAL-STORAGE SECTION.
000202*
000203        LINKAGE SECTION.
000204*
000205*********************
000206        PROCEDURE DIVISION.
000207*********************
000208*
000209            MOVE FUNCTION CURRENT-DATE TO WS-INICIO-EXECUCAO.
000210*
000211            MOVE WS-RC-NORMAL TO RETURN-CODE.
000212            PERFORM 0050-OBTER-DATA-PROCESSO.
000213            COMPUTE WS-DH-HORA-ID =
000214                    (WS-DH-HORA * 100) + WS-DH-CENTESIMOS.
000215            COMPUTE WS-CHAVE-BASE =
000216                FUNCTION INTEGER-OF-DATE(WS-DH-DATA) * 1000.
000217            COMPUTE WS-CHAVE-BASE-EXCEDENTE =
000218                WS-CHAVE-BASE + WS-DESLOCA-EXCEDENTE.
000219*
000220            PERFORM 1000-LER-ARQUIVO-ENTRADA.
000221*
000222            PERFORM 0100-VERIFICAR-CHECKPOINT.
000223*
000224            IF WS-CKPT-JA-CONCLUIDO
000225                DISPLAY 'COBOL004 JA CONCLUIDO HOJE - RESTART, '
000226                    'PULANDO PASSO'
000227                IF NOT WS-ACABOU-NOMES
000228                    CLOSE NAME-IN
000229                END-IF
000230                MOVE WS-RC-NORMAL TO RETURN-CODE
000231            ELSE
000232                DISPLAY 'HELLO WORLD'
000233                DISPLAY 'HELLO WORLD'
000234*
000235                IF RETURN-CODE < WS-RC-ERRO-SEVERO
000236                    PERFORM 2000-GRAVAR-MASTER
000237                END-IF
000238*
000239                DISPLAY 'LOTE GRAVADO - LIDOS '
000240                    WS-CONT-NOMES-LIDOS
000241                    ' GRAVADOS ' WS-CONT-GRAVADOS
000242                    ' EM BRANCO ' WS-CONT-NOMES-BRANCO
000243*
000244                IF WS-CONT-GRAVADOS = ZERO
000245                   AND RETURN-CODE < WS-RC-ERRO-DADOS
000246                    DISPLAY 'ERRO: NENHUM NOME VALIDO NA ENTRADA'
000247                    MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
000248                END-IF
000249*
000250                IF WS-CONT-GRAVADOS = ZERO
000251                    MOVE WS-DH-HORA-ID TO WS-ID-AUDITORIA
000252                    PERFORM 9000-GRAVAR-AUDITORIA
000253                END-IF
000254*
000255                IF RETURN-CODE < WS-RC-ERRO-DADOS
000256                    PERFORM 9100-GRAVAR-CHECKPOINT
000257                END-IF
000258            END-IF.
000259*
000260            PERFORM 9700-REGISTRAR-RESULTADO.
000261*
000262            PERFORM 9750-GRAVAR-ESTATISTICA.
000263*
000264            STOP RUN.
000265*
000266**----------------------------------------------------------------*
000267        0050-OBTER-DATA-PROCESSO.
000268**----------------------------------------------------------------*
000269*    A DATA-MOVIMENTO OFICIAL (CHECKPOINT, MR-DATA-EXECUCAO E
000270*    AUDITORIA) VEM DO CARTAO DATAPROC, AVANCADO PELO COBOL016
000271*    AO FIM DE CADA CICLO; SEM O CARTAO, VALE A DATA DA
000272*    MAQUINA, COM AVISO NA CONSOLA. A HORA E SEMPRE A DO
000273*    RELOGIO.
000274*
000275            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
000276*
000277            OPEN INPUT DATE-CARD.
000278*
000279            IF WS-FS-DATAPROC = "00"
000280                READ DATE-CARD
000281                    AT END
000282                        DISPLAY 'AVISO: DATAPROC VAZIO - USANDO '
000283                            'A DATA DA MAQUINA'
000284                    NOT AT END
000285                        IF DP-DATA-PROCESSAMENTO IS NUMERIC
000286                           AND DP-DATA-PROCESSAMENTO > ZERO
000287                            MOVE DP-DATA-PROCESSAMENTO
000288                                TO WS-DH-DATA
000289                        ELSE
000290                            DISPLAY 'AVISO: DATAPROC INVALIDO - '
000291                                'USANDO A DATA DA MAQUINA'
000292                        END-IF
000293                END-READ
000294                CLOSE DATE-CARD
000295            ELSE
000296                DISPLAY 'AVISO: DATAPROC INDISPONIVEL - USANDO '
000297                    'A DATA DA MAQUINA'
000298            END-IF.
000299*
000300**----------------------------------------------------------------*
000301        0100-VERIFICAR-CHECKPOINT.
000302**----------------------------------------------------------------*
000303*    PROCURA EM CKPTFILE UM REGISTRO DE COBOL004 CONCLUIDO PARA
000304*    A DATA DE HOJE. SE O ARQUIVO AINDA NAO EXISTIR (PRIMEIRA
000305*    EXECUCAO DO JOB), SIMPLESMENTE SEGUE O PROCESSAMENTO NORMAL.
000306*
000307            OPEN INPUT CKPT-FILE.
000308*
000309            IF WS-FS-CKPT = "00"
000310                PERFORM UNTIL WS-CKPT-ACABOU
000311                    READ CKPT-FILE
000312                        AT END
000313                            SET WS-CKPT-ACABOU TO TRUE
000314                        NOT AT END
000315                            IF CR-PROGRAM-ID = "COBOL004"
000316                               AND CR-DATA-EXECUCAO = WS-DH-DATA
000317                               AND CR-VALOR-CHAVE =
000318                                   WS-CHAVE-CHECKPOINT
000319                               AND CR-STATUS-CONCLUIDO
000320                                SET WS-CKPT-JA-CONCLUIDO TO TRUE
000321                            END-IF
000322                    END-READ
000323                END-PERFORM
000324                CLOSE CKPT-FILE
000325            END-IF.
000326*
000327**----------------------------------------------------------------*
000328        1000-LER-ARQUIVO-ENTRADA.
000329**----------------------------------------------------------------*
000330*    LE OS NOMES GRAVADOS PELO COBOL003 (VIA NOMESAI/NOMEENT NA
000331*    JCL). SE O ARQUIVO NAO EXISTIR OU ESTIVER VAZIO, ASSUME O
000332*    NOME PADRAO E SINALIZA AVISO, PARA PERMITIR EXECUCAO
000333*    ISOLADA DO PROGRAMA (FORA DA CADEIA DO JOB). UMA PASSADA
000334*    PREVIA LEVANTA A IDENTIDADE DO LOTE - PRIMEIRO NOME (22
000335*    POSICOES) MAIS A QUANTIDADE DE REGISTROS (8 DIGITOS) -
000336*    USADA COMO CHAVE DE CHECKPOINT: O PRIMEIRO NOME SOZINHO
000337*    NAO IDENTIFICA UM LOTE E DOIS LOTES DIFERENTES DO MESMO
000338*    DIA PODERIAM SE CONFUNDIR NO RESTART. DEPOIS O ARQUIVO E
000339*    REABERTO E O PRIMEIRO NOME FICA EM WSS-NOME PARA O
000340*    PROCESSAMENTO.
000341*
000342            MOVE 'FRANCINE' TO WSS-NOME.
000343*
000344            OPEN INPUT NAME-IN.
000345*
000346            IF WS-FS-NOME-IN NOT = "00"
000347                DISPLAY 'AVISO: NOMEENT INDISPONIVEL - FS='
000348                    WS-FS-NOME-IN
000349                MOVE WS-RC-AVISO TO RETURN-CODE
000350            ELSE
000351                PERFORM UNTIL WS-ACABOU-SCAN
000352                    READ NAME-IN
000353                        AT END
000354                            SET WS-ACABOU-SCAN TO TRUE
000355                        NOT AT END
000356                            ADD 1 TO WS-CONT-NOMES-TOTAL
000357                            IF WS-CONT-NOMES-TOTAL = 1
000358                                MOVE NR-NOME TO WSS-NOME
000359                            END-IF
000360                    END-READ
000361                END-PERFORM
000362                CLOSE NAME-IN
000363*
000364                IF WS-CONT-NOMES-TOTAL = ZERO
000365                    DISPLAY 'AVISO: NOMEENT VAZIO'
000366                    MOVE WS-RC-AVISO TO RETURN-CODE
000367                ELSE
000368                    OPEN INPUT NAME-IN
000369                    IF WS-FS-NOME-IN NOT = "00"
000370                        DISPLAY 'ERRO SEVERO AO REABRIR NOMEENT '
000371                            '- FS='
000372                            WS-FS-NOME-IN
000373                        MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000374                    ELSE
000375                        READ NAME-IN
000376                            AT END
000377                                SET WS-ACABOU-NOMES TO TRUE
000378                                CLOSE NAME-IN
000379                            NOT AT END
000380                                MOVE NR-NOME   TO WSS-NOME
000381                                MOVE NR-ORIGEM TO WS-ORIGEM
000382                                MOVE "N" TO WS-NOMES-FIM
000383                        END-READ
000384                    END-IF
000385                END-IF
000386            END-IF.
000387*
000388*    A CHAVE DE CHECKPOINT E A IDENTIDADE DO LOTE: PRIMEIRO
000389*    NOME (OU O NOME PADRAO) NAS 22 PRIMEIRAS POSICOES E A
000390*    QUANTIDADE DE REGISTROS NAS 8 ULTIMAS.
000391            MOVE SPACES TO WS-CHAVE-CHECKPOINT.
000392            MOVE WSS-NOME(1:22)
000393                TO WS-CHAVE-CHECKPOINT(1:22).
000394            MOVE WS-CONT-NOMES-TOTAL TO WS-CHAVE-LOTE-QTD.
000395            MOVE WS-CHAVE-LOTE-QTD
000396                TO WS-CHAVE-CHECKPOINT(23:8).
000397*
000398**----------------------------------------------------------------*
000399        2000-GRAVAR-MASTER.
000400**----------------------------------------------------------------*
000401*    GRAVA UM REGISTRO NO MESTRE (E UMA LINHA DE AUDITORIA) PARA
000402*    CADA NOME DA ENTRADA. QUANDO A ENTRADA NAO EXISTE OU ESTA
000403*    VAZIA, WSS-NOME JA CONTEM O NOME PADRAO E O LOTE E DE UM
000404*    UNICO REGISTRO, PRESERVANDO O COMPORTAMENTO TRADICIONAL DO
000405*    PASSO.
000406*
000407            OPEN I-O MASTER-FILE.
000408*
000409            IF WS-FS-MASTER NOT = "00"
000410                DISPLAY 'ERRO SEVERO AO ABRIR MASTOUT - FS='
000411                    WS-FS-MASTER
000412                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000413            ELSE
000414                PERFORM 2150-LOCALIZAR-CHAVE-ALTA
000415*
000416                PERFORM 2100-GRAVAR-REGISTRO
000417*
000418                PERFORM UNTIL WS-ACABOU-NOMES
000419                       OR RETURN-CODE >= WS-RC-ERRO-SEVERO
000420                    READ NAME-IN
000421                        AT END
000422                            SET WS-ACABOU-NOMES TO TRUE
000423                            CLOSE NAME-IN
000424                        NOT AT END
000425                            MOVE NR-NOME   TO WSS-NOME
000426                            MOVE NR-ORIGEM TO WS-ORIGEM
000427                            PERFORM 2100-GRAVAR-REGISTRO
000428                    END-READ
000429                END-PERFORM
000430*
000431                CLOSE MASTER-FILE
000432            END-IF.
000433*
000434**----------------------------------------------------------------*
000435        2100-GRAVAR-REGISTRO.
000436**----------------------------------------------------------------*
000437*    GRAVA O NOME CORRENTE NO MESTRE E REGISTRA A AUDITORIA DO
000438*    REGISTRO; NOME EM BRANCO E APENAS CONTADO, NAO GRAVA NADA.
000439*    A CHAVE MR-ID PARTE DA DATA-MOVIMENTO (NUMERO INTEIRO DO
000440*    DIA X 1000) MAIS A SEQUENCIA, JA POSICIONADA PELO 2150 NA
000441*    PROXIMA VAGA LIVRE DA FAIXA DO DIA - A CHAVE PRECISA SER
000442*    UNICA PELA VIDA INTEIRA DO KSDS, NAO SO DENTRO DA
000443*    EXECUCAO.
000444*
000445            ADD 1 TO WS-CONT-NOMES-LIDOS.
000446*
000447            IF WSS-NOME = SPACES OR LOW-VALUES
000448                DISPLAY 'NOME EM BRANCO IGNORADO - REGISTRO '
000449                    WS-CONT-NOMES-LIDOS
000450                ADD 1 TO WS-CONT-NOMES-BRANCO
000451            ELSE
000452                MOVE WS-DH-DATA     TO MR-DATA-EXECUCAO
000453                MOVE WSS-NOME       TO MR-NOME
000454                SET MR-STATUS-ATIVO TO TRUE
000455                MOVE WS-ORIGEM      TO MR-ORIGEM
000456*
000457                PERFORM 2200-GRAVAR-COM-CHAVE-LIVRE
000458*
000459                IF WS-REGISTRO-GRAVADO
000460                    ADD 1 TO WS-CONT-GRAVADOS
000461                    MOVE MR-ID TO WS-ID-AUDITORIA
000462                    PERFORM 9000-GRAVAR-AUDITORIA
000463                END-IF
000464            END-IF.
000465*
000466**----------------------------------------------------------------*
000467        2150-LOCALIZAR-CHAVE-ALTA.
000468**----------------------------------------------------------------*
000469*    LOCALIZA, UMA UNICA VEZ POR EXECUCAO, A MAIOR CHAVE JA
000470*    USADA DA FAIXA DO DIA E DA FAIXA DE EXCEDENTE (START NA
000471*    BASE DA FAIXA E LEITURA SEQUENCIAL ATE SAIR DELA), E
000472*    POSICIONA AS SEQUENCIAS LOGO DEPOIS DELAS. ANTES, CADA
000473*    REGISTRO TATEAVA A VAGA LIVRE ENGOLINDO INVALID KEY - EM
000474*    LOTE GRANDE ERAM CENTENAS DE GRAVACOES PERDIDAS POR NOME.
000475*
000476            MOVE WS-CHAVE-BASE TO WS-FAIXA-BASE.
000477            PERFORM 2160-VARRER-FAIXA.
000478            MOVE WS-FAIXA-SEQ TO WS-SEQ-CHAVE.
000479*
000480            MOVE WS-CHAVE-BASE-EXCEDENTE TO WS-FAIXA-BASE.
000481            PERFORM 2160-VARRER-FAIXA.
000482            MOVE WS-FAIXA-SEQ TO WS-SEQ-EXCEDENTE.
000483*
000484**----------------------------------------------------------------*
000485        2160-VARRER-FAIXA.
000486**----------------------------------------------------------------*
000487*    DEIXA EM WS-FAIXA-SEQ A PROXIMA SEQUENCIA LIVRE DA FAIXA
000488*    QUE COMECA EM WS-FAIXA-BASE (ZERO SE A FAIXA ESTA VAZIA;
000489*    1000 SE ESTA CHEIA). START COM FILE STATUS 23 SIGNIFICA
000490*    NENHUMA CHAVE DALI EM DIANTE - FAIXA VAZIA.
000491*
000492            MOVE ZERO TO WS-FAIXA-SEQ.
000493            MOVE "N" TO WS-VARRE-FIM.
000494            COMPUTE WS-FAIXA-LIMITE =
000495                    WS-FAIXA-BASE + WS-MAX-SEQ-CHAVE.
000496*
000497            MOVE WS-FAIXA-BASE TO MR-ID.
000498            START MASTER-FILE KEY IS NOT LESS THAN MR-ID
000499                INVALID KEY
000500                    SET WS-ACABOU-VARREDURA TO TRUE
000501            END-START.
000502*
000503            PERFORM UNTIL WS-ACABOU-VARREDURA
000504                READ MASTER-FILE NEXT
000505                    AT END
000506                        SET WS-ACABOU-VARREDURA TO TRUE
000507                    NOT AT END
000508                        IF MR-ID > WS-FAIXA-LIMITE
000509                            SET WS-ACABOU-VARREDURA TO TRUE
000510                        ELSE
000511                            COMPUTE WS-FAIXA-SEQ =
000512                                MR-ID - WS-FAIXA-BASE + 1
000513                        END-IF
000514                END-READ
000515            END-PERFORM.
000516*
000517**----------------------------------------------------------------*
000518        2200-GRAVAR-COM-CHAVE-LIVRE.
000519**----------------------------------------------------------------*
000520*    GRAVA O REGISTRO CORRENTE COM A PROXIMA CHAVE DA FAIXA DO
000521*    DIA, JA POSICIONADA PELO 2150; ESGOTADA A FAIXA DO DIA
000522*    (1000 REGISTROS), CONTINUA NA FAIXA DE EXCEDENTE DO MESMO
000523*    DIA, COM AVISO UNICO NA CONSOLA. CHAVE DUPLICADA (OUTRA
000524*    EXECUCAO GRAVANDO NO MESMO INSTANTE) SO AVANCA A SEQUENCIA
000525*    E TENTA DE NOVO; QUALQUER OUTRO FILE STATUS E ERRO SEVERO,
000526*    ASSIM COMO AS DUAS FAIXAS ESGOTADAS.
000527*
000528            MOVE "N" TO WS-REGISTRO-OK.
000529*
000530            PERFORM UNTIL WS-REGISTRO-GRAVADO
000531                    OR RETURN-CODE >= WS-RC-ERRO-SEVERO
000532                IF WS-SEQ-CHAVE <= WS-MAX-SEQ-CHAVE
000533                    COMPUTE MR-ID =
000534                            WS-CHAVE-BASE + WS-SEQ-CHAVE
000535                    WRITE MR-MASTER-RECORD
000536                        INVALID KEY
000537                            ADD 1 TO WS-SEQ-CHAVE
000538                        NOT INVALID KEY
000539                            SET WS-REGISTRO-GRAVADO TO TRUE
000540                            ADD 1 TO WS-SEQ-CHAVE
000541                    END-WRITE
000542                    IF NOT WS-FS-MASTER-OK
000543                        DISPLAY 'ERRO AO GRAVAR MASTOUT - FS='
000544                            WS-FS-MASTER
000545                        MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000546                    END-IF
000547                ELSE
000548                    IF WS-SEQ-EXCEDENTE > WS-MAX-SEQ-CHAVE
000549                        DISPLAY 'ERRO AO GRAVAR MASTOUT - FAIXAS '
000550                            'DO DIA E DE EXCEDENTE ESGOTADAS'
000551                        MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000552                    ELSE
000553                        IF NOT WS-EXCEDENTE-AVISADO
000554                            DISPLAY 'AVISO: FAIXA DO DIA '
000555                                'ESGOTADA - GRAVANDO NA FAIXA '
000556                                'DE EXCEDENTE'
000557                            SET WS-EXCEDENTE-AVISADO TO TRUE
000558                        END-IF
000559                        COMPUTE MR-ID =
000560                                WS-CHAVE-BASE-EXCEDENTE
000561                              + WS-SEQ-EXCEDENTE
000562                        WRITE MR-MASTER-RECORD
000563                            INVALID KEY
000564                                ADD 1 TO WS-SEQ-EXCEDENTE
000565                            NOT INVALID KEY
000566                                SET WS-REGISTRO-GRAVADO TO TRUE
000567                                ADD 1 TO WS-SEQ-EXCEDENTE
000568                        END-WRITE
000569                        IF NOT WS-FS-MASTER-OK
000570                            DISPLAY 'ERRO AO GRAVAR MASTOUT - '
000571                                'FS='
000572                                WS-FS-MASTER
000573                            MOVE WS-RC-ERRO-SEVERO
000574                                TO RETURN-CODE
000575                        END-IF
000576                    END-IF
000577                END-IF
000578            END-PERFORM.
000579*
000580**----------------------------------------------------------------*
000581        9000-GRAVAR-AUDITORIA.
000582**----------------------------------------------------------------*
000583*    REGISTRA EM AUDITLOG O QUE ESTE PROGRAMA RECEBEU E
000584*    DEVOLVEU, PARA RASTREIO POSTERIOR DA EXECUCAO. A CADEIA
000585*    ANTIVIOLACAO (SEQUENCIA ASCENDENTE + CHECK ENCADEADO,
000586*    CONFERIDA PELO COBOL024) E POSICIONADA NO ULTIMO REGISTRO DO
000587*    LOG UMA UNICA VEZ POR EXECUCAO E SEGUE EM MEMORIA DALI.
000588*
000589            IF NOT WS-CADEIA-POSICIONADA
000590                PERFORM 9600-POSICIONAR-CADEIA
000591                SET WS-CADEIA-POSICIONADA TO TRUE
000592            END-IF.
000593*
000594            OPEN EXTEND AUDIT-LOG.
000595*
000596            IF WS-FS-AUDIT NOT = "00"
000597                DISPLAY 'ERRO AO ABRIR AUDITLOG - FS=' WS-FS-AUDIT
000598            ELSE
000599                MOVE 'COBOL004' TO AR-PROGRAM-ID
000600                MOVE WS-ID-AUDITORIA TO AR-ID
000601                MOVE WSS-NOME   TO AR-VALOR-RECEBIDO
000602                MOVE RETURN-CODE TO AR-RETURN-CODE
000603                MOVE WS-DH-DATA TO AR-DATA-EXECUCAO
000604                MOVE WS-DH-HORA TO AR-HORA-EXECUCAO
000605                MOVE WS-ORIGEM  TO AR-ORIGEM
000606                ADD 1 TO WS-AUDIT-SEQ
000607                MOVE WS-AUDIT-SEQ TO AR-SEQUENCIA
000608                PERFORM 9650-CALCULAR-CHECK
000609                MOVE WS-CHECK-CALCULADO TO AR-CHECK
000610*
000611                WRITE AR-AUDIT-RECORD
000612*
000613                IF WS-FS-AUDIT NOT = "00"
000614                    DISPLAY 'ERRO AO GRAVAR AUDITLOG - FS='
000615                        WS-FS-AUDIT
000616                ELSE
000617                    MOVE WS-CHECK-CALCULADO TO WS-CHECK-ANTERIOR
000618                END-IF
000619*
000620                CLOSE AUDIT-LOG
000621            END-IF.
000622*
000623**----------------------------------------------------------------*
000624        9600-POSICIONAR-CADEIA.
000625**----------------------------------------------------------------*
000626*    LE O AUDITLOG DO INICIO AO FIM SO PARA GUARDAR A SEQUENCIA E
000627*    O CHECK DO ULTIMO REGISTRO GRAVADO; ARQUIVO AINDA INEXISTENTE
000628*    OU VAZIO COMECA A CADEIA DO ZERO.
000629*
000630            MOVE ZERO TO WS-AUDIT-SEQ.
000631            MOVE ZERO TO WS-CHECK-ANTERIOR.
000632            MOVE "N" TO WS-AUDIT-SCAN-FIM.
000633*
000634            OPEN INPUT AUDIT-LOG.
000635*
000636            IF WS-FS-AUDIT = "00"
000637                PERFORM UNTIL WS-ACABOU-AUDIT-SCAN
000638                    READ AUDIT-LOG
000639                        AT END
000640                            SET WS-ACABOU-AUDIT-SCAN TO TRUE
000641                        NOT AT END
000642                            MOVE AR-SEQUENCIA TO WS-AUDIT-SEQ
000643                            MOVE AR-CHECK TO WS-CHECK-ANTERIOR
000644                    END-READ
000645                END-PERFORM
000646                CLOSE AUDIT-LOG
000647            END-IF.
000648*
000649**----------------------------------------------------------------*
000650        9650-CALCULAR-CHECK.
000651**----------------------------------------------------------------*
000652*    CHECK ENCADEADO DO REGISTRO DE AUDITORIA CORRENTE - MESMO
000653*    CALCULO DO COBOL003 E DO VERIFICADOR COBOL024: SOMA DOS
000654*    BYTES DOS CAMPOS ALFANUMERICOS MAIS OS CAMPOS NUMERICOS,
000655*    COMBINADA COM O CHECK DO REGISTRO ANTERIOR (X 31), MODULO
000656*    10**9.
000657*
000658            MOVE ZERO TO WS-SOMA-BYTES.
000659            PERFORM VARYING WS-IDX-CHECK FROM 1 BY 1
000660                    UNTIL WS-IDX-CHECK > 30
000661                COMPUTE WS-SOMA-BYTES = WS-SOMA-BYTES
000662                    + FUNCTION ORD(AR-VALOR-RECEBIDO(WS-IDX-CHECK:1))
000663            END-PERFORM.
000664            PERFORM VARYING WS-IDX-CHECK FROM 1 BY 1
000665                    UNTIL WS-IDX-CHECK > 8
000666                COMPUTE WS-SOMA-BYTES = WS-SOMA-BYTES
000667                    + FUNCTION ORD(AR-PROGRAM-ID(WS-IDX-CHECK:1))
000668            END-PERFORM.
000669            PERFORM VARYING WS-IDX-CHECK FROM 1 BY 1
000670                    UNTIL WS-IDX-CHECK > 4
000671                COMPUTE WS-SOMA-BYTES = WS-SOMA-BYTES
000672                    + FUNCTION ORD(AR-ORIGEM(WS-IDX-CHECK:1))
000673            END-PERFORM.
000674*
000675            COMPUTE WS-CHECK-CALCULADO =
000676                FUNCTION MOD(WS-CHECK-ANTERIOR * 31
000677                    + AR-SEQUENCIA + AR-ID + AR-RETURN-CODE
000678                    + AR-DATA-EXECUCAO + AR-HORA-EXECUCAO
000679                    + WS-SOMA-BYTES
000680                    1000000000).
000681*
000682**----------------------------------------------------------------*
000683        9100-GRAVAR-CHECKPOINT.
000684**----------------------------------------------------------------*
000685*    MARCA EM CKPTFILE QUE O PASSO COBOL004 CONCLUIU COM SUCESSO
000686*    HOJE, PARA QUE UM RESTART DO JOB NAO O REPITA.
000687*
000688            OPEN EXTEND CKPT-FILE.
000689*
000690            IF WS-FS-CKPT NOT = "00"
000691                DISPLAY 'ERRO AO ABRIR CKPTFILE - FS=' WS-FS-CKPT
000692            ELSE
000693                MOVE 'COBOL004' TO CR-PROGRAM-ID
000694                MOVE WS-DH-DATA TO CR-DATA-EXECUCAO
000695                MOVE WS-CHAVE-CHECKPOINT
000696                                TO CR-VALOR-CHAVE
000697                SET CR-STATUS-CONCLUIDO TO TRUE
000698*
000699                WRITE CR-CHECKPOINT-RECORD
000700*
000701                IF WS-FS-CKPT NOT = "00"
000702                    DISPLAY 'ERRO AO GRAVAR CKPTFILE - FS='
000703                        WS-FS-CKPT
000704                END-IF
000705*
000706                CLOSE CKPT-FILE
000707            END-IF.
000708*
000709**----------------------------------------------------------------*
000710        9700-REGISTRAR-RESULTADO.
000711**----------------------------------------------------------------*
000712*    GRAVA NO ARQUIVO CENTRAL DE MENSAGENS (MENSAGEM) O
000713*    DESFECHO DA EXECUCAO QUANDO HOUVE ALGO ACIONAVEL
000714*    (RETURN-CODE >= 4); O RELATORIO DE EXCECOES DO COBOL020 E
000715*    MONTADO DALI, EM VEZ DE O OPERADOR GARIMPAR O SYSOUT.
000716*
000717            IF RETURN-CODE >= WS-RC-AVISO
000718                IF RETURN-CODE >= WS-RC-ERRO-DADOS
000719                    MOVE "E" TO WS-MSG-SEVERIDADE
000720                ELSE
000721                    MOVE "A" TO WS-MSG-SEVERIDADE
000722                END-IF
000723                MOVE RETURN-CODE TO WS-MSG-CODIGO-RC
000724                MOVE 'GRAVACAO DO MESTRE COM PROBLEMA'
000725                    TO WS-MSG-TEXTO
000726                PERFORM 9800-GRAVAR-MENSAGEM
000727            END-IF.
000728*
000729**----------------------------------------------------------------*
000730        9750-GRAVAR-ESTATISTICA.
000731**----------------------------------------------------------------*
000732*    ACRESCENTA NO ARQUIVO DE ESTATISTICAS DA JANELA DE BATCH
000733*    (ESTATIST, COPY ESTATREC) O INICIO, O FIM, OS VOLUMES E O
000734*    RETURN-CODE DESTA EXECUCAO, PARA A TENDENCIA DO COBOL035.
000735*    FALHA AQUI SO GERA AVISO NA CONSOLA - A ESTATISTICA NUNCA
000736*    MUDA O RETURN-CODE DO PASSO.
000737*
000738            MOVE FUNCTION CURRENT-DATE TO WS-FIM-EXECUCAO.
000739*
000740            OPEN EXTEND STAT-FILE.
000741*
000742            IF WS-FS-ESTATIST NOT = "00"
000743               AND WS-FS-ESTATIST NOT = "05"
000744                DISPLAY 'AVISO: ESTATISTICA NAO GRAVADA - FS='
000745                    WS-FS-ESTATIST
000746            ELSE
000747                MOVE SPACES TO ES-ESTATISTICA-RECORD
000748                MOVE WS-DH-DATA TO ES-DATA-MOVIMENTO
000749                MOVE 'COBOL004' TO ES-PROGRAM-ID
000750                MOVE SPACES TO ES-FUNCAO
000751                MOVE WS-IE-DATA TO ES-DATA-INICIO
000752                MOVE WS-IE-HORA TO ES-HORA-INICIO
000753                MOVE WS-FE-DATA TO ES-DATA-FIM
000754                MOVE WS-FE-HORA TO ES-HORA-FIM
000755                MOVE WS-CONT-NOMES-LIDOS TO ES-REGISTROS-LIDOS
000756                MOVE WS-CONT-GRAVADOS TO ES-REGISTROS-GRAVADOS
000757                MOVE RETURN-CODE TO ES-RETURN-CODE
000758*
000759                WRITE ES-ESTATISTICA-RECORD
000760*
000761                IF WS-FS-ESTATIST NOT = "00"
000762                    DISPLAY 'AVISO: ESTATISTICA NAO GRAVADA - FS='
000763                        WS-FS-ESTATIST
000764                END-IF
000765*
000766                CLOSE STAT-FILE
000767            END-IF.
000768*
000769**----------------------------------------------------------------*
000770        9800-GRAVAR-MENSAGEM.
000771**----------------------------------------------------------------*
000772            OPEN EXTEND MSG-FILE.
000773*
000774            IF WS-FS-MENSAGEM NOT = "00"
000775                DISPLAY 'ERRO AO ABRIR MENSAGEM - FS='
000776                    WS-FS-MENSAGEM
000777            ELSE
000778                MOVE 'COBOL004' TO MG-PROGRAM-ID
000779                MOVE WS-MSG-SEVERIDADE TO MG-SEVERIDADE
000780                MOVE WS-MSG-CODIGO-COMP TO MG-CODIGO
000781                MOVE WS-DH-DATA TO MG-DATA-MOVIMENTO
000782                MOVE WS-DH-HORA TO MG-HORA-GRAVACAO
000783                MOVE WS-MSG-TEXTO TO MG-TEXTO
000784*
000785                WRITE MG-MESSAGE-RECORD
000786*
000787                IF WS-FS-MENSAGEM NOT = "00"
000788                    DISPLAY 'ERRO AO GRAVAR MENSAGEM - FS='
000789                        WS-FS-MENSAGEM
000790                END-IF
000791*
000792                CLOSE MSG-FILE
000793            END-IF.
000794*
000795        END PROGRAM COBOL004.
000796* FIM DO PROGRAMA ****************************
