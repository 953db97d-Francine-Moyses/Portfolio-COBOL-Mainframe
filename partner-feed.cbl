000001******************************************************************
000002* DATA     : 15/10/2026
000003* AUTOR    : FRANCINE NUNES MOYSES
000004* OBJETIVO : REMESSA DIARIA DE RETORNO PARA AS AGENCIAS. O
000005*            COBOL017 RECEBE OS ARQUIVOS DAS AGENCIAS, MAS ELAS
000006*            NUNCA FICAVAM SABENDO QUAIS NOMES ENTRARAM NO MESTRE
000007*            E COM QUAL MR-ID. ESTE PROGRAMA GERA, PARA O CODIGO
000008*            DE ORIGEM RECEBIDO VIA PARM (POSICOES 1-4), O
000009*            ARQUIVO REMESSA DA DATA-MOVIMENTO (CARTAO DATAPROC,
000010*            OU AS POSICOES 5-12 DO PARM, AAAAMMDD, PARA GERAR DE
000011*            NOVO UMA DATA ANTERIOR), NO MESMO PADRAO DELIMITADO
000012*            QUE O COBOL017 LE: CABECALHO DE COLUNAS COMECANDO
000013*            POR "NOME" E TERMINANDO COM A DATA-MOVIMENTO E O
000014*            NUMERO DE SEQUENCIA DA REMESSA (DATAPROC=AAAAMMDD;
000015*            SEQ=NNNNNN), UMA LINHA POR REGISTRO DO MESTRE E O
000016*            TRAILER "TOTAL;QUANTIDADE". ENTRAM OS REGISTROS DA
000017*            ORIGEM CARREGADOS NA DATA PELO COBOL004 (MOVIMENTO
000018*            INCLUSAO) E OS ALTERADOS NA DATA SEGUNDO O ARQUIVO
000019*            HISTORIA - COBOL006 E COBOL022 - COM A IMAGEM ATUAL
000020*            DO MESTRE (MOVIMENTO ALTERACAO, UMA LINHA POR MR-ID
000021*            MESMO COM VARIAS ALTERACOES NO DIA). A SEQUENCIA E
000022*            POR ORIGEM E VEM DO LOG DE REMESSAS (REMLOG, COPY
000023*            REMLREC), ONDE CADA REMESSA GERADA E REGISTRADA PARA
000024*            A CONFERENCIA DOS RECIBOS PELO COBOL028; GERAR DE
000025*            NOVO A MESMA ORIGEM/DATA REAPROVEITA O NUMERO DE
000026*            SEQUENCIA JA ENVIADO. EMITE O RELATORIO RELREMES.
000027* CPD      : INEFE
000028******************************************************************
000029******************************************************************
000030* CONDICOES DE RETORNO (RETURN-CODE) DESTE PROGRAMA:
000031*     0000  =  REMESSA GERADA (MESMO SEM MOVIMENTO - CABECALHO E
000032*              TRAILER COM QUANTIDADE ZERO)
000033*     0004  =  AVISO - REMESSA GERADA DE NOVO PARA UMA DATA JA
000034*              ENVIADA, OU ALTERACAO NA HISTORIA SEM REGISTRO NO
000035*              MESTRE (EXCLUIDO - FICA FORA DA REMESSA)
000036*     0008  =  ERRO DE DADOS - PARM SEM ORIGEM OU COM DATA
000037*              INVALIDA, OU TABELA DE ALTERACOES DO DIA CHEIA
000038*     0016  =  ERRO SEVERO - FALHA AO ABRIR/GRAVAR UM DOS
000039*              ARQUIVOS (REMESSA INUTILIZAVEL, NADA NO REMLOG)
000040******************************************************************
000041        IDENTIFICATION DIVISION.
000042**************************
000043        PROGRAM-ID. COBOL027.
000044        AUTHOR. FRANCINE NUNES MOYSES.
000045        DATE-WRITTEN. 26/10/15 @ 16:00:00.
000046        DATE-COMPILED. 2026-10-15.
000047        INSTALLATION. INEFE.
000048        SECURITY. NORMAL.
000049*
000050***********************
000051        ENVIRONMENT DIVISION.
000052***********************
000053*
000054        INPUT-OUTPUT SECTION.
000055*
000056        FILE-CONTROL.
000057            SELECT MASTER-FILE ASSIGN TO "MASTOUT"
000058                ORGANIZATION IS INDEXED
000059                ACCESS MODE IS DYNAMIC
000060                RECORD KEY IS MR-ID
000061                FILE STATUS IS WS-FS-MASTER.
000062*
000063            SELECT OPTIONAL HIST-FILE ASSIGN TO "HISTORIA"
000064                ORGANIZATION IS SEQUENTIAL
000065                FILE STATUS IS WS-FS-HISTORIA.
000066*
000067            SELECT OPTIONAL DATE-CARD ASSIGN TO "DATAPROC"
000068                ORGANIZATION IS SEQUENTIAL
000069                FILE STATUS IS WS-FS-DATAPROC.
000070*
000071            SELECT OPTIONAL FEED-LOG ASSIGN TO "REMLOG"
000072                ORGANIZATION IS SEQUENTIAL
000073                FILE STATUS IS WS-FS-REMLOG.
000074*
000075            SELECT FEED-OUT ASSIGN TO "REMESSA"
000076                ORGANIZATION IS SEQUENTIAL
000077                FILE STATUS IS WS-FS-REMESSA.
000078*
000079            SELECT FEED-RPT ASSIGN TO "RELREMES"
000080                ORGANIZATION IS SEQUENTIAL
000081                FILE STATUS IS WS-FS-RELATORIO.
000082*
000083            SELECT MSG-FILE ASSIGN TO "MENSAGEM"
000084                ORGANIZATION IS SEQUENTIAL
000085                FILE STATUS IS WS-FS-MENSAGEM.
000086*
000087            SELECT OPTIONAL STAT-FILE ASSIGN TO "ESTATIST"
000088                ORGANIZATION IS SEQUENTIAL
000089                FILE STATUS IS WS-FS-ESTATIST.
000090*
000091****************
000092        DATA DIVISION.
000093****************
000094*
000095        FILE SECTION.
000096*
000097        FD  MASTER-FILE.
000098        COPY "MASTREC.cpy".
000099*
000100        FD  HIST-FILE
000101            RECORDING MODE IS F.
000102        COPY "HISTREC.cpy".
000103*
000104        FD  DATE-CARD
000105            RECORDING MODE IS F.
000106        COPY "DATPREC.cpy".
000107*
000108        FD  FEED-LOG
000109            RECORDING MODE IS F.
000110        COPY "REMLREC.cpy".
000111*
000112        FD  FEED-OUT
000113            RECORDING MODE IS F.
000114        01  WS-LINHA-REMESSA            PIC X(80).
000115*
000116        FD  FEED-RPT
000117            RECORDING MODE IS F.
000118        01  WS-LINHA-RELATORIO          PIC X(80).
000119*
000120        FD  MSG-FILE
000121            RECORDING MODE IS F.
000122        COPY "MSGREC.cpy".
000123*
000124        FD  STAT-FILE
000125            RECORDING MODE IS F.
000126        COPY "ESTATREC.cpy".
000127*
000128        WORKING-STORAGE SECTION.
000129*
000130        01  WS-CONDICAO-RETORNO.
000131            05  WS-RC-NORMAL             PIC 9(2) VALUE 00.
000132            05  WS-RC-AVISO              PIC 9(2) VALUE 04.
000133            05  WS-RC-ERRO-DADOS         PIC 9(2) VALUE 08.
000134            05  WS-RC-ERRO-SEVERO        PIC 9(2) VALUE 16.
000135*
000136        01  WS-FS-MASTER               PIC X(2) VALUE SPACES.
000137        01  WS-FS-HISTORIA             PIC X(2) VALUE SPACES.
000138        01  WS-FS-DATAPROC             PIC X(2) VALUE SPACES.
000139        01  WS-FS-REMLOG               PIC X(2) VALUE SPACES.
000140        01  WS-FS-REMESSA              PIC X(2) VALUE SPACES.
000141        01  WS-FS-RELATORIO            PIC X(2) VALUE SPACES.
000142        01  WS-FS-MENSAGEM             PIC X(2) VALUE SPACES.
000143        01  WS-FS-ESTATIST             PIC X(2) VALUE SPACES.
000144*
000145        01  WS-MSG-CODIGO-COMP.
000146            05  FILLER                  PIC X(2) VALUE "RC".
000147            05  WS-MSG-CODIGO-RC        PIC 9(2) VALUE ZERO.
000148        77  WS-MSG-SEVERIDADE          PIC X(1) VALUE "I".
000149        77  WS-MSG-TEXTO               PIC X(50) VALUE SPACES.
000150*
000151        01  WS-DATA-HORA-ATUAL.
000152            05  WS-DH-DATA              PIC 9(8).
000153            05  WS-DH-HORA              PIC 9(6).
000154            05  WS-DH-CENTESIMOS        PIC 9(2).
000155            05  WS-DH-DIFGMT            PIC X(5).
000156*
000157        01  WS-INICIO-EXECUCAO.
000158            05  WS-IE-DATA              PIC 9(8).
000159            05  WS-IE-HORA              PIC 9(6).
000160            05  FILLER                  PIC X(7).
000161        01  WS-FIM-EXECUCAO.
000162            05  WS-FE-DATA              PIC 9(8).
000163            05  WS-FE-HORA              PIC 9(6).
000164            05  FILLER                  PIC X(7).
000165*
000166        77  WS-ORIGEM-REMESSA          PIC X(4) VALUE SPACES.
000167        77  WS-DATA-MOVIMENTO          PIC 9(8) VALUE ZERO.
000168        77  WS-SEQ-REMESSA             PIC 9(6) VALUE ZERO.
000169        77  WS-SEQ-MAIOR               PIC 9(6) VALUE ZERO.
000170        77  WS-SEQ-REENVIO             PIC 9(6) VALUE ZERO.
000171        77  WS-REENVIO                 PIC X(1) VALUE "N".
000172            88  WS-DATA-JA-ENVIADA          VALUE "S".
000173*
000174        77  WS-MESTRE-FIM              PIC X(1) VALUE "N".
000175            88  WS-ACABOU-MESTRE            VALUE "S".
000176        77  WS-HIST-FIM                PIC X(1) VALUE "N".
000177            88  WS-ACABOU-HISTORIA          VALUE "S".
000178        77  WS-LOG-FIM                 PIC X(1) VALUE "N".
000179            88  WS-ACABOU-LOG               VALUE "S".
000180*
000181*    MR-ID JA TRATADOS NAS ALTERACOES DA DATA (QUALQUER ORIGEM),
000182*    PARA CADA REGISTRO SAIR UMA VEZ SO NA REMESSA.
000183        77  WS-MAX-TABELA-ALT          PIC 9(4) VALUE 1000.
000184        77  WS-CONT-TABELA-ALT         PIC 9(4) VALUE ZERO.
000185        77  WS-IDX-ALT                 PIC 9(4) VALUE ZERO.
000186        77  WS-ALT-ACHOU               PIC X(1) VALUE "N".
000187            88  WS-ID-JA-TRATADO            VALUE "S".
000188*
000189        01  WS-TABELA-ALTERADOS.
000190            05  WS-TAB-ALT-ID          OCCURS 1000 TIMES
000191                                       PIC 9(9).
000192*
000193        77  WS-CONT-MESTRE-LIDOS       PIC 9(6) VALUE ZERO.
000194        77  WS-CONT-HIST-LIDOS         PIC 9(6) VALUE ZERO.
000195        77  WS-CONT-INCLUSOES          PIC 9(6) VALUE ZERO.
000196        77  WS-CONT-ALTERACOES         PIC 9(6) VALUE ZERO.
000197        77  WS-CONT-SEM-MESTRE         PIC 9(6) VALUE ZERO.
000198        77  WS-CONT-DETALHES           PIC 9(6) VALUE ZERO.
000199*
000200        77  WS-MOVIMENTO               PIC X(9) VALUE SPACES.
000201        77  WS-TAM-NOME                PIC 9(2) VALUE ZERO.
000202        77  WS-IDX-NOME                PIC 9(2) VALUE ZERO.
000203        77  WS-STATUS-EXTENSO          PIC X(7) VALUE SPACES.
000204        77  WS-ID-TEXTO                PIC 9(9) VALUE ZERO.
000205        77  WS-QTD-TEXTO               PIC 9(6) VALUE ZERO.
000206*
000207        01  WS-DATA-FORMATADA.
000208            05  WS-DF-DIA               PIC X(2).
000209            05  FILLER                  PIC X(1) VALUE "/".
000210            05  WS-DF-MES               PIC X(2).
000211            05  FILLER                  PIC X(1) VALUE "/".
000212            05  WS-DF-ANO               PIC X(4).
000213*
000214        01  WS-DATA-MESTRE.
000215            05  WS-DM-ANO               PIC X(4).
000216            05  WS-DM-MES               PIC X(2).
000217            05  WS-DM-DIA               PIC X(2).
000218*
000219        01  WS-LINHA-CABECALHO.
000220            05  FILLER                PIC X(36)
000221                  VALUE "NOME;ID;DATA_EXECUCAO;STATUS;ORIGEM;".
000222            05  FILLER                PIC X(10)
000223                  VALUE "MOVIMENTO;".
000224            05  FILLER                PIC X(9)  VALUE "DATAPROC=".
000225            05  WS-CAB-DATA           PIC 9(8).
000226            05  FILLER                PIC X(5)  VALUE ";SEQ=".
000227            05  WS-CAB-SEQUENCIA      PIC 9(6).
000228            05  FILLER                PIC X(6)  VALUE SPACES.
000229*
000230        01  WS-LINHA-TITULO.
000231            05  FILLER                PIC X(35)
000232                  VALUE "REMESSA PARA A AGENCIA - ORIGEM : ".
000233            05  WS-TIT-ORIGEM         PIC X(4).
000234            05  FILLER                PIC X(9)  VALUE "  DATA : ".
000235            05  WS-TIT-DATA           PIC 9(8).
000236            05  FILLER                PIC X(8)  VALUE "  SEQ : ".
000237            05  WS-TIT-SEQUENCIA      PIC 9(6).
000238            05  FILLER                PIC X(2)  VALUE SPACES.
000239            05  WS-TIT-REENVIO        PIC X(7).
000240*
000241        01  WS-LINHA-CONTAGEM.
000242            05  WS-CON-ROTULO         PIC X(30).
000243            05  FILLER                PIC X(2)  VALUE ": ".
000244            05  WS-CON-QTD            PIC ZZZZZ9.
000245*
000246***************************
000247        LINKAGE SECTION.
000248***************************
000249*
000250        COPY "PARMREC.cpy".
000251*
000252        PROCEDURE DIVISION USING LK-PARM-RECORD.
000253*
000254            MOVE FUNCTION CURRENT-DATE TO WS-INICIO-EXECUCAO.
000255*
000256            MOVE WS-RC-NORMAL TO RETURN-CODE.
000257*
000258            PERFORM 0050-OBTER-DATA-PROCESSO.
000259            PERFORM 0100-TRATAR-PARM.
000260*
000261            IF RETURN-CODE < WS-RC-ERRO-DADOS
000262                PERFORM 1000-OBTER-SEQUENCIA
000263                PERFORM 2000-ABRIR-ARQUIVOS
000264            END-IF.
000265*
000266            IF RETURN-CODE < WS-RC-ERRO-DADOS
000267                PERFORM 3000-GRAVAR-CABECALHO
000268                PERFORM 4000-SELECIONAR-CARGAS
000269                PERFORM 5000-SELECIONAR-ALTERACOES
000270                PERFORM 6000-GRAVAR-TRAILER
000271                PERFORM 8500-FECHAR-ARQUIVOS
000272*
000273                IF RETURN-CODE < WS-RC-ERRO-DADOS
000274                    PERFORM 7000-REGISTRAR-REMESSA
000275                END-IF
000276*
000277                PERFORM 9000-IMPRIMIR-RESUMO
000278*
000279                IF RETURN-CODE < WS-RC-AVISO
000280                   AND (WS-DATA-JA-ENVIADA
000281                        OR WS-CONT-SEM-MESTRE > ZERO)
000282                    MOVE WS-RC-AVISO TO RETURN-CODE
000283                END-IF
000284            END-IF.
000285*
000286            PERFORM 9700-REGISTRAR-RESULTADO.
000287*
000288            PERFORM 9750-GRAVAR-ESTATISTICA.
000289*
000290            GOBACK.
000291*
000292**----------------------------------------------------------------*
000293        0050-OBTER-DATA-PROCESSO.
000294**----------------------------------------------------------------*
000295*    A DATA-MOVIMENTO PADRAO DA REMESSA E A DO CARTAO DATAPROC,
000296*    A MESMA QUE O COBOL004 GRAVOU EM MR-DATA-EXECUCAO; SEM O
000297*    CARTAO, VALE A DATA DA MAQUINA, COM AVISO NA CONSOLA.
000298*
000299            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
000300*
000301            OPEN INPUT DATE-CARD.
000302*
000303            IF WS-FS-DATAPROC = "00"
000304                READ DATE-CARD
000305                    AT END
000306                        DISPLAY 'AVISO: DATAPROC VAZIO - USANDO '
000307                            'A DATA DA MAQUINA'
000308                    NOT AT END
000309                        IF DP-DATA-PROCESSAMENTO IS NUMERIC
000310                           AND DP-DATA-PROCESSAMENTO > ZERO
000311                            MOVE DP-DATA-PROCESSAMENTO
000312                                TO WS-DH-DATA
000313                        ELSE
000314                            DISPLAY 'AVISO: DATAPROC INVALIDO - '
000315                                'USANDO A DATA DA MAQUINA'
000316                        END-IF
000317                END-READ
000318                CLOSE DATE-CARD
000319            ELSE
000320                DISPLAY 'AVISO: DATAPROC INDISPONIVEL - USANDO '
000321                    'A DATA DA MAQUINA'
000322            END-IF.
000323*
000324**----------------------------------------------------------------*
000325        0100-TRATAR-PARM.
000326**----------------------------------------------------------------*
000327*    POSICOES 1-4: CODIGO DE ORIGEM (OBRIGATORIO). POSICOES 5-12:
000328*    DATA-MOVIMENTO AAAAMMDD (OPCIONAL, PARA GERAR DE NOVO A
000329*    REMESSA DE UMA DATA ANTERIOR).
000330*
000331            MOVE WS-DH-DATA TO WS-DATA-MOVIMENTO.
000332*
000333            IF LK-PARM-LENGTH < 1
000334               OR LK-PARM-NAME(1:4) = SPACES
000335                DISPLAY 'ERRO: PARM SEM O CODIGO DE ORIGEM'
000336                MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
000337            ELSE
000338                MOVE LK-PARM-NAME(1:4) TO WS-ORIGEM-REMESSA
000339                IF LK-PARM-LENGTH > 4
000340                    IF LK-PARM-LENGTH >= 12
000341                       AND LK-PARM-NAME(5:8) IS NUMERIC
000342                        MOVE LK-PARM-NAME(5:8)
000343                            TO WS-DATA-MOVIMENTO
000344                    ELSE
000345                        DISPLAY 'ERRO: DATA DO PARM INVALIDA - '
000346                            'ESPERADO ORIG + AAAAMMDD'
000347                        MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
000348                    END-IF
000349                END-IF
000350            END-IF.
000351*
000352**----------------------------------------------------------------*
000353        1000-OBTER-SEQUENCIA.
000354**----------------------------------------------------------------*
000355*    PERCORRE O LOG DE REMESSAS: A PROXIMA SEQUENCIA DA ORIGEM E
000356*    A MAIOR JA USADA MAIS UM; SE A ORIGEM JA TEM REMESSA PARA A
000357*    MESMA DATA-MOVIMENTO, E REENVIO E O NUMERO SE REPETE, PARA
000358*    O RECIBO DA AGENCIA CASAR COM O QUE ELA RECEBEU.
000359*
000360            OPEN INPUT FEED-LOG.
000361*
000362            IF WS-FS-REMLOG = "00"
000363                PERFORM UNTIL WS-ACABOU-LOG
000364                    READ FEED-LOG
000365                        AT END
000366                            SET WS-ACABOU-LOG TO TRUE
000367                        NOT AT END
000368                            IF RL-ORIGEM = WS-ORIGEM-REMESSA
000369                                IF RL-SEQUENCIA > WS-SEQ-MAIOR
000370                                    MOVE RL-SEQUENCIA
000371                                        TO WS-SEQ-MAIOR
000372                                END-IF
000373                                IF RL-DATA-MOVIMENTO
000374                                   = WS-DATA-MOVIMENTO
000375                                    SET WS-DATA-JA-ENVIADA TO TRUE
000376                                    MOVE RL-SEQUENCIA
000377                                        TO WS-SEQ-REENVIO
000378                                END-IF
000379                            END-IF
000380                    END-READ
000381                END-PERFORM
000382                CLOSE FEED-LOG
000383            ELSE
000384                IF WS-FS-REMLOG NOT = "05"
000385                    DISPLAY 'ERRO SEVERO AO ABRIR REMLOG - FS='
000386                        WS-FS-REMLOG
000387                    MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000388                END-IF
000389            END-IF.
000390*
000391            IF WS-DATA-JA-ENVIADA
000392                MOVE WS-SEQ-REENVIO TO WS-SEQ-REMESSA
000393                DISPLAY 'AVISO: ORIGEM ' WS-ORIGEM-REMESSA
000394                    ' JA TEM REMESSA PARA ' WS-DATA-MOVIMENTO
000395                    ' - REENVIO COM A SEQUENCIA ' WS-SEQ-REMESSA
000396            ELSE
000397                COMPUTE WS-SEQ-REMESSA = WS-SEQ-MAIOR + 1
000398            END-IF.
000399*
000400**----------------------------------------------------------------*
000401        2000-ABRIR-ARQUIVOS.
000402**----------------------------------------------------------------*
000403            IF RETURN-CODE < WS-RC-ERRO-DADOS
000404                OPEN INPUT MASTER-FILE
000405                OPEN INPUT HIST-FILE
000406                OPEN OUTPUT FEED-OUT
000407                OPEN OUTPUT FEED-RPT
000408*
000409                IF WS-FS-MASTER NOT = "00"
000410                   OR (WS-FS-HISTORIA NOT = "00"
000411                       AND WS-FS-HISTORIA NOT = "05")
000412                   OR WS-FS-REMESSA NOT = "00"
000413                   OR WS-FS-RELATORIO NOT = "00"
000414                    DISPLAY 'ERRO SEVERO AO ABRIR ARQUIVOS - FS='
000415                        WS-FS-MASTER ' ' WS-FS-HISTORIA ' '
000416                        WS-FS-REMESSA ' ' WS-FS-RELATORIO
000417                    MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000418                    IF WS-FS-MASTER = "00"
000419                        CLOSE MASTER-FILE
000420                    END-IF
000421                    IF WS-FS-HISTORIA = "00" OR "05"
000422                        CLOSE HIST-FILE
000423                    END-IF
000424                    IF WS-FS-REMESSA = "00"
000425                        CLOSE FEED-OUT
000426                    END-IF
000427                    IF WS-FS-RELATORIO = "00"
000428                        CLOSE FEED-RPT
000429                    END-IF
000430                END-IF
000431            END-IF.
000432*
000433**----------------------------------------------------------------*
000434        3000-GRAVAR-CABECALHO.
000435**----------------------------------------------------------------*
000436            MOVE WS-DATA-MOVIMENTO TO WS-CAB-DATA.
000437            MOVE WS-SEQ-REMESSA    TO WS-CAB-SEQUENCIA.
000438            WRITE WS-LINHA-REMESSA FROM WS-LINHA-CABECALHO.
000439*
000440            MOVE WS-ORIGEM-REMESSA TO WS-TIT-ORIGEM.
000441            MOVE WS-DATA-MOVIMENTO TO WS-TIT-DATA.
000442            MOVE WS-SEQ-REMESSA    TO WS-TIT-SEQUENCIA.
000443            IF WS-DATA-JA-ENVIADA
000444                MOVE "REENVIO" TO WS-TIT-REENVIO
000445            ELSE
000446                MOVE SPACES TO WS-TIT-REENVIO
000447            END-IF.
000448            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-TITULO.
000449            MOVE SPACES TO WS-LINHA-RELATORIO.
000450            WRITE WS-LINHA-RELATORIO.
000451*
000452**----------------------------------------------------------------*
000453        4000-SELECIONAR-CARGAS.
000454**----------------------------------------------------------------*
000455*    PASSADA SEQUENCIAL PELO MESTRE: REGISTRO DA ORIGEM COM
000456*    MR-DATA-EXECUCAO IGUAL A DATA-MOVIMENTO FOI CARREGADO NA
000457*    DATA PELO COBOL004.
000458*
000459            MOVE "INCLUSAO" TO WS-MOVIMENTO.
000460*
000461            PERFORM UNTIL WS-ACABOU-MESTRE
000462                READ MASTER-FILE NEXT RECORD
000463                    AT END
000464                        SET WS-ACABOU-MESTRE TO TRUE
000465                    NOT AT END
000466                        ADD 1 TO WS-CONT-MESTRE-LIDOS
000467                        IF MR-ORIGEM = WS-ORIGEM-REMESSA
000468                           AND MR-DATA-EXECUCAO
000469                               = WS-DATA-MOVIMENTO
000470                            PERFORM 6500-GRAVAR-DETALHE
000471                            ADD 1 TO WS-CONT-INCLUSOES
000472                        END-IF
000473                END-READ
000474            END-PERFORM.
000475*
000476**----------------------------------------------------------------*
000477        5000-SELECIONAR-ALTERACOES.
000478**----------------------------------------------------------------*
000479*    PASSADA PELA HISTORIA: CADA MR-ID ALTERADO NA DATA E LIDO NO
000480*    MESTRE (LEITURA DIRETA PELA CHAVE) E ENTRA COM A IMAGEM
000481*    ATUAL SE FOR DA ORIGEM E NAO TIVER SAIDO COMO INCLUSAO. O
000482*    REGISTRO EXCLUIDO (COBOL022 MODO E) NAO ESTA MAIS NO MESTRE
000483*    E NAO TEM COMO SABER A ORIGEM - SO E CONTADO NO RELATORIO.
000484*    O ARQUIVAMENTO DO COBOL036 NAO MUDA O DADO DO PARCEIRO E NEM
000485*    E OLHADO; A REINTEGRACAO ENTRA COMO ALTERACAO.
000486*
000487            MOVE "ALTERACAO" TO WS-MOVIMENTO.
000488*
000489            PERFORM UNTIL WS-ACABOU-HISTORIA
000490                READ HIST-FILE
000491                    AT END
000492                        SET WS-ACABOU-HISTORIA TO TRUE
000493                    NOT AT END
000494                        ADD 1 TO WS-CONT-HIST-LIDOS
000495                        IF HS-DATA-MANUTENCAO = WS-DATA-MOVIMENTO
000496                           AND NOT HS-TIPO-ARQUIVAMENTO
000497                            PERFORM 5100-TRATAR-ALTERACAO
000498                        END-IF
000499                END-READ
000500            END-PERFORM.
000501*
000502**----------------------------------------------------------------*
000503        5100-TRATAR-ALTERACAO.
000504**----------------------------------------------------------------*
000505            MOVE "N" TO WS-ALT-ACHOU.
000506            PERFORM VARYING WS-IDX-ALT FROM 1 BY 1
000507                    UNTIL WS-IDX-ALT > WS-CONT-TABELA-ALT
000508                       OR WS-ID-JA-TRATADO
000509                IF WS-TAB-ALT-ID(WS-IDX-ALT) = HS-ID
000510                    SET WS-ID-JA-TRATADO TO TRUE
000511                END-IF
000512            END-PERFORM.
000513*
000514            IF NOT WS-ID-JA-TRATADO
000515                IF WS-CONT-TABELA-ALT >= WS-MAX-TABELA-ALT
000516                    DISPLAY 'ERRO: MAIS DE ' WS-MAX-TABELA-ALT
000517                        ' MR-ID ALTERADOS NA DATA - REMESSA '
000518                        'INCOMPLETA'
000519                    MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
000520                    SET WS-ACABOU-HISTORIA TO TRUE
000521                ELSE
000522                    ADD 1 TO WS-CONT-TABELA-ALT
000523                    MOVE HS-ID
000524                        TO WS-TAB-ALT-ID(WS-CONT-TABELA-ALT)
000525                    MOVE HS-ID TO MR-ID
000526                    READ MASTER-FILE
000527                        INVALID KEY
000528                            ADD 1 TO WS-CONT-SEM-MESTRE
000529                        NOT INVALID KEY
000530                            IF MR-ORIGEM = WS-ORIGEM-REMESSA
000531                               AND MR-DATA-EXECUCAO
000532                                   NOT = WS-DATA-MOVIMENTO
000533                                PERFORM 6500-GRAVAR-DETALHE
000534                                ADD 1 TO WS-CONT-ALTERACOES
000535                            END-IF
000536                    END-READ
000537                END-IF
000538            END-IF.
000539*
000540**----------------------------------------------------------------*
000541        6000-GRAVAR-TRAILER.
000542**----------------------------------------------------------------*
000543*    TRAILER "TOTAL;QUANTIDADE" NO MESMO FORMATO DO COBOL010,
000544*    CONFERIDO PELO COBOL017 DO LADO DE QUEM RECEBE.
000545*
000546            MOVE WS-CONT-DETALHES TO WS-QTD-TEXTO.
000547            MOVE SPACES TO WS-LINHA-REMESSA.
000548            STRING "TOTAL;"          DELIMITED SIZE
000549                   WS-QTD-TEXTO      DELIMITED SIZE
000550                   INTO WS-LINHA-REMESSA.
000551            WRITE WS-LINHA-REMESSA.
000552*
000553            IF WS-FS-REMESSA NOT = "00"
000554                DISPLAY 'ERRO SEVERO AO GRAVAR REMESSA - FS='
000555                    WS-FS-REMESSA
000556                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000557            END-IF.
000558*
000559**----------------------------------------------------------------*
000560        6500-GRAVAR-DETALHE.
000561**----------------------------------------------------------------*
000562*    MESMA MONTAGEM DO DETALHE DO COBOL010, COM O NOME NA
000563*    PRIMEIRA COLUNA (E A COLUNA QUE O COBOL017 LE) E O TIPO DE
000564*    MOVIMENTO NA ULTIMA.
000565*
000566            MOVE ZERO TO WS-TAM-NOME.
000567            PERFORM VARYING WS-IDX-NOME FROM 30 BY -1
000568                    UNTIL WS-IDX-NOME < 1
000569                       OR WS-TAM-NOME > ZERO
000570                IF MR-NOME(WS-IDX-NOME:1) NOT = SPACE
000571                    MOVE WS-IDX-NOME TO WS-TAM-NOME
000572                END-IF
000573            END-PERFORM.
000574*
000575            IF WS-TAM-NOME = ZERO
000576                MOVE 1 TO WS-TAM-NOME
000577            END-IF.
000578*
000579            MOVE MR-DATA-EXECUCAO TO WS-DATA-MESTRE.
000580            MOVE WS-DM-DIA TO WS-DF-DIA.
000581            MOVE WS-DM-MES TO WS-DF-MES.
000582            MOVE WS-DM-ANO TO WS-DF-ANO.
000583*
000584            IF MR-STATUS-ATIVO
000585                MOVE "ATIVO" TO WS-STATUS-EXTENSO
000586            ELSE
000587                MOVE "INATIVO" TO WS-STATUS-EXTENSO
000588            END-IF.
000589*
000590            MOVE MR-ID TO WS-ID-TEXTO.
000591            MOVE SPACES TO WS-LINHA-REMESSA.
000592            STRING MR-NOME(1:WS-TAM-NOME)
000593                                        DELIMITED SIZE
000594                   ";"                  DELIMITED SIZE
000595                   WS-ID-TEXTO          DELIMITED SIZE
000596                   ";"                  DELIMITED SIZE
000597                   WS-DATA-FORMATADA    DELIMITED SIZE
000598                   ";"                  DELIMITED SIZE
000599                   WS-STATUS-EXTENSO    DELIMITED SPACE
000600                   ";"                  DELIMITED SIZE
000601                   MR-ORIGEM            DELIMITED SPACE
000602                   ";"                  DELIMITED SIZE
000603                   WS-MOVIMENTO         DELIMITED SPACE
000604                   INTO WS-LINHA-REMESSA.
000605            WRITE WS-LINHA-REMESSA.
000606*
000607            IF WS-FS-REMESSA NOT = "00"
000608                DISPLAY 'ERRO SEVERO AO GRAVAR REMESSA - FS='
000609                    WS-FS-REMESSA
000610                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000611                SET WS-ACABOU-MESTRE TO TRUE
000612                SET WS-ACABOU-HISTORIA TO TRUE
000613            ELSE
000614                ADD 1 TO WS-CONT-DETALHES
000615            END-IF.
000616*
000617**----------------------------------------------------------------*
000618        7000-REGISTRAR-REMESSA.
000619**----------------------------------------------------------------*
000620*    SO REMESSA COMPLETA ENTRA NO LOG - E O LOG QUE O COBOL028
000621*    USA PARA COBRAR O RECIBO DA AGENCIA.
000622*
000623            OPEN EXTEND FEED-LOG.
000624*
000625            IF WS-FS-REMLOG NOT = "00"
000626                DISPLAY 'ERRO SEVERO AO ABRIR REMLOG - FS='
000627                    WS-FS-REMLOG
000628                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000629            ELSE
000630                MOVE WS-ORIGEM-REMESSA  TO RL-ORIGEM
000631                MOVE WS-DATA-MOVIMENTO  TO RL-DATA-MOVIMENTO
000632                MOVE WS-SEQ-REMESSA     TO RL-SEQUENCIA
000633                MOVE WS-CONT-DETALHES   TO RL-QTD-DETALHES
000634                MOVE WS-CONT-INCLUSOES  TO RL-QTD-INCLUSOES
000635                MOVE WS-CONT-ALTERACOES TO RL-QTD-ALTERACOES
000636                MOVE WS-DH-DATA         TO RL-DATA-GERACAO
000637                MOVE WS-DH-HORA         TO RL-HORA-GERACAO
000638                WRITE RL-REMESSA-RECORD
000639                IF WS-FS-REMLOG NOT = "00"
000640                    DISPLAY 'ERRO SEVERO AO GRAVAR REMLOG - FS='
000641                        WS-FS-REMLOG
000642                    MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000643                END-IF
000644                CLOSE FEED-LOG
000645            END-IF.
000646*
000647**----------------------------------------------------------------*
000648        8500-FECHAR-ARQUIVOS.
000649**----------------------------------------------------------------*
000650            CLOSE MASTER-FILE.
000651            CLOSE HIST-FILE.
000652            CLOSE FEED-OUT.
000653*
000654**----------------------------------------------------------------*
000655        9000-IMPRIMIR-RESUMO.
000656**----------------------------------------------------------------*
000657            MOVE "REGISTROS LIDOS NO MESTRE     "
000658                TO WS-CON-ROTULO.
000659            MOVE WS-CONT-MESTRE-LIDOS TO WS-CON-QTD.
000660            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000661*
000662            MOVE "REGISTROS LIDOS NA HISTORIA   "
000663                TO WS-CON-ROTULO.
000664            MOVE WS-CONT-HIST-LIDOS TO WS-CON-QTD.
000665            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000666*
000667            MOVE "INCLUSOES NA REMESSA          "
000668                TO WS-CON-ROTULO.
000669            MOVE WS-CONT-INCLUSOES TO WS-CON-QTD.
000670            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000671*
000672            MOVE "ALTERACOES NA REMESSA         "
000673                TO WS-CON-ROTULO.
000674            MOVE WS-CONT-ALTERACOES TO WS-CON-QTD.
000675            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000676*
000677            MOVE "ALTERADOS FORA DO MESTRE      "
000678                TO WS-CON-ROTULO.
000679            MOVE WS-CONT-SEM-MESTRE TO WS-CON-QTD.
000680            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000681*
000682            MOVE "TOTAL DO TRAILER              "
000683                TO WS-CON-ROTULO.
000684            MOVE WS-CONT-DETALHES TO WS-CON-QTD.
000685            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000686*
000687            IF RETURN-CODE >= WS-RC-ERRO-DADOS
000688                MOVE SPACES TO WS-LINHA-RELATORIO
000689                MOVE 'REMESSA INCOMPLETA - NAO ENVIAR'
000690                    TO WS-LINHA-RELATORIO
000691                WRITE WS-LINHA-RELATORIO
000692            END-IF.
000693*
000694            CLOSE FEED-RPT.
000695*
000696            DISPLAY 'REMESSA ' WS-ORIGEM-REMESSA ' '
000697                WS-DATA-MOVIMENTO ' SEQ ' WS-SEQ-REMESSA
000698                ' DETALHES ' WS-CONT-DETALHES.
000699*
000700**----------------------------------------------------------------*
000701        9700-REGISTRAR-RESULTADO.
000702**----------------------------------------------------------------*
000703*    GRAVA NO ARQUIVO CENTRAL DE MENSAGENS (MENSAGEM) O
000704*    DESFECHO DA EXECUCAO QUANDO HOUVE ALGO ACIONAVEL
000705*    (RETURN-CODE >= 4); O RELATORIO DE EXCECOES DO COBOL020 E
000706*    MONTADO DALI, EM VEZ DE O OPERADOR GARIMPAR O SYSOUT.
000707*
000708            IF RETURN-CODE >= WS-RC-AVISO
000709                IF RETURN-CODE >= WS-RC-ERRO-DADOS
000710                    MOVE "E" TO WS-MSG-SEVERIDADE
000711                ELSE
000712                    MOVE "A" TO WS-MSG-SEVERIDADE
000713                END-IF
000714                MOVE RETURN-CODE TO WS-MSG-CODIGO-RC
000715                MOVE 'REMESSA COM RESSALVA - VER RELREMES'
000716                    TO WS-MSG-TEXTO
000717                PERFORM 9800-GRAVAR-MENSAGEM
000718            END-IF.
000719*
000720**----------------------------------------------------------------*
000721        9750-GRAVAR-ESTATISTICA.
000722**----------------------------------------------------------------*
000723*    ACRESCENTA NO ARQUIVO DE ESTATISTICAS DA JANELA DE BATCH
000724*    (ESTATIST, COPY ESTATREC) O INICIO, O FIM, OS VOLUMES E O
000725*    RETURN-CODE DESTA EXECUCAO, PARA A TENDENCIA DO COBOL035.
000726*    FALHA AQUI SO GERA AVISO NA CONSOLA - A ESTATISTICA NUNCA
000727*    MUDA O RETURN-CODE DO PASSO.
000728*
000729            MOVE FUNCTION CURRENT-DATE TO WS-FIM-EXECUCAO.
000730*
000731            OPEN EXTEND STAT-FILE.
000732*
000733            IF WS-FS-ESTATIST NOT = "00"
000734               AND WS-FS-ESTATIST NOT = "05"
000735                DISPLAY 'AVISO: ESTATISTICA NAO GRAVADA - FS='
000736                    WS-FS-ESTATIST
000737            ELSE
000738                MOVE SPACES TO ES-ESTATISTICA-RECORD
000739                MOVE WS-DATA-MOVIMENTO TO ES-DATA-MOVIMENTO
000740                MOVE 'COBOL027' TO ES-PROGRAM-ID
000741                MOVE WS-ORIGEM-REMESSA TO ES-FUNCAO
000742                MOVE WS-IE-DATA TO ES-DATA-INICIO
000743                MOVE WS-IE-HORA TO ES-HORA-INICIO
000744                MOVE WS-FE-DATA TO ES-DATA-FIM
000745                MOVE WS-FE-HORA TO ES-HORA-FIM
000746                COMPUTE ES-REGISTROS-LIDOS =
000747                    WS-CONT-MESTRE-LIDOS + WS-CONT-HIST-LIDOS
000748                MOVE WS-CONT-DETALHES TO ES-REGISTROS-GRAVADOS
000749                MOVE RETURN-CODE TO ES-RETURN-CODE
000750*
000751                WRITE ES-ESTATISTICA-RECORD
000752*
000753                IF WS-FS-ESTATIST NOT = "00"
000754                    DISPLAY 'AVISO: ESTATISTICA NAO GRAVADA - FS='
000755                        WS-FS-ESTATIST
000756                END-IF
000757*
000758                CLOSE STAT-FILE
000759            END-IF.
000760*
000761**----------------------------------------------------------------*
000762        9800-GRAVAR-MENSAGEM.
000763**----------------------------------------------------------------*
000764            OPEN EXTEND MSG-FILE.
000765*
000766            IF WS-FS-MENSAGEM NOT = "00"
000767                DISPLAY 'ERRO AO ABRIR MENSAGEM - FS='
000768                    WS-FS-MENSAGEM
000769            ELSE
000770                MOVE 'COBOL027' TO MG-PROGRAM-ID
000771                MOVE WS-MSG-SEVERIDADE TO MG-SEVERIDADE
000772                MOVE WS-MSG-CODIGO-COMP TO MG-CODIGO
000773                MOVE WS-DH-DATA TO MG-DATA-MOVIMENTO
000774                MOVE WS-DH-HORA TO MG-HORA-GRAVACAO
000775                MOVE WS-MSG-TEXTO TO MG-TEXTO
000776*
000777                WRITE MG-MESSAGE-RECORD
000778*
000779                IF WS-FS-MENSAGEM NOT = "00"
000780                    DISPLAY 'ERRO AO GRAVAR MENSAGEM - FS='
000781                        WS-FS-MENSAGEM
000782                END-IF
000783*
000784                CLOSE MSG-FILE
000785            END-IF.
000786*
000787        END PROGRAM COBOL027.
000788* FIM DO PROGRAMA ****************************
