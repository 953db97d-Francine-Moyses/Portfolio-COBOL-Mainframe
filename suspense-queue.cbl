000001******************************************************************
000002* DATA     : 15/10/2026
000003* AUTOR    : FRANCINE NUNES MOYSES
000004* OBJETIVO : FILA DE TRATAMENTO DO ARQUIVO DE SUSPENSOS. O
000005*            COBOL018 GRAVA EM SUSPENSO (COPY SUSPREC, EM
000006*            EXTEND) TODO NOME SEGURADO NA TRIAGEM DE
000007*            DUPLICADOS; ESTE PROGRAMA LE O SUSPENSO JUNTO COM
000008*            O DECK DE DECISOES (DECISAO, COPY SUSPDEC,
000009*            CHAVEADO PELA DATA/HORA/NOME DO ITEM SUSPENSO).
000010*            DECISAO "L" LIBERA O NOME: ELE E GRAVADO EM
000011*            NOMESAI PARA O COBOL004 GRAVAR NO MESTRE (JOB
000012*            SUSPJOB), DO MESMO JEITO QUE O COBOL011 REINJETA
000013*            OS REJEITOS CORRIGIDOS; DECISAO "D" DESCARTA O
000014*            NOME. ITEM SEM DECISAO E COM IDADE MAIOR QUE O
000015*            LIMITE DE RETENCAO DO PARM (3 DIGITOS, EM DIAS;
000016*            SEM PARM VALE O PADRAO DE 030 DIAS) EXPIRA
000017*            SOZINHO. TODO ITEM RESOLVIDO SAI DO ARQUIVO VIVO
000018*            E VAI PARA O ARQUIVO DE SUSPENSOS RESOLVIDOS
000019*            (SUSRESOL, COPY SUSPRES) COM A DECISAO, O
000020*            OPERADOR, A DATA E A HORA; OS DEMAIS CONTINUAM NO
000021*            ARQUIVO VIVO REGRAVADO (SUSPSAI) E SAEM NO
000022*            RELATORIO DA FILA (RELFILA), UM POR LINHA DO MAIS
000023*            ANTIGO PARA O MAIS NOVO E RESUMIDOS POR ORIGEM E
000024*            FAIXA DE IDADE.
000025* CPD      : INEFE
000026******************************************************************
000027******************************************************************
000028* CONDICOES DE RETORNO (RETURN-CODE) DESTE PROGRAMA:
000029*     0000  =  PROCESSAMENTO NORMAL, NOMES LIBERADOS
000030*     0004  =  AVISO - HOUVE LIBERACAO, MAS COM DECISOES
000031*              RECUSADAS (SEM OPERADOR, ACAO INVALIDA OU SEM
000032*              ITEM SUSPENSO CORRESPONDENTE)
000033*     0008  =  ERRO DE DADOS - NENHUM NOME LIBERADO NESTA
000034*              RODADA: DESCARTES E EXPIRACOES VALEM E O
000035*              ARQUIVO VIVO E TROCADO, MAS O PASSO DO COBOL004
000036*              NO SUSPJOB E PULADO
000037*     0016  =  ERRO SEVERO - FALHA AO ABRIR/GRAVAR UM DOS
000038*              ARQUIVOS (O ARQUIVO SUSPENSO NAO E TROCADO)
000039******************************************************************
000040        IDENTIFICATION DIVISION.
000041**************************
000042        PROGRAM-ID. COBOL025.
000043        AUTHOR. FRANCINE NUNES MOYSES.
000044        DATE-WRITTEN. 26/10/15 @ 09:00:00.
000045        DATE-COMPILED. 2026-10-15.
000046        INSTALLATION. INEFE.
000047        SECURITY. NORMAL.
000048*
000049***********************
000050        ENVIRONMENT DIVISION.
000051***********************
000052*
000053        INPUT-OUTPUT SECTION.
000054*
000055        FILE-CONTROL.
000056            SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO "SUSPENSO"
000057                ORGANIZATION IS SEQUENTIAL
000058                FILE STATUS IS WS-FS-SUSPENSO.
000059*
000060            SELECT OPTIONAL DECISION-IN ASSIGN TO "DECISAO"
000061                ORGANIZATION IS SEQUENTIAL
000062                FILE STATUS IS WS-FS-DECISAO.
000063*
000064            SELECT OPTIONAL DATE-CARD ASSIGN TO "DATAPROC"
000065                ORGANIZATION IS SEQUENTIAL
000066                FILE STATUS IS WS-FS-DATAPROC.
000067*
000068            SELECT NAME-OUT ASSIGN TO "NOMESAI"
000069                ORGANIZATION IS SEQUENTIAL
000070                FILE STATUS IS WS-FS-NOME-OUT.
000071*
000072            SELECT SUSPENSE-SAI ASSIGN TO "SUSPSAI"
000073                ORGANIZATION IS SEQUENTIAL
000074                FILE STATUS IS WS-FS-SUSPENSO-SAI.
000075*
000076            SELECT SUSPENSE-RESOL ASSIGN TO "SUSRESOL"
000077                ORGANIZATION IS SEQUENTIAL
000078                FILE STATUS IS WS-FS-RESOL.
000079*
000080            SELECT QUEUE-RPT ASSIGN TO "RELFILA"
000081                ORGANIZATION IS SEQUENTIAL
000082                FILE STATUS IS WS-FS-RELATORIO.
000083*
000084            SELECT MSG-FILE ASSIGN TO "MENSAGEM"
000085                ORGANIZATION IS SEQUENTIAL
000086                FILE STATUS IS WS-FS-MENSAGEM.
000087*
000088****************
000089        DATA DIVISION.
000090****************
000091*
000092        FILE SECTION.
000093*
000094        FD  SUSPENSE-FILE
000095            RECORDING MODE IS F.
000096        COPY "SUSPREC.cpy".
000097*
000098        FD  DECISION-IN
000099            RECORDING MODE IS F.
000100        COPY "SUSPDEC.cpy".
000101*
000102        FD  DATE-CARD
000103            RECORDING MODE IS F.
000104        COPY "DATPREC.cpy".
000105*
000106        FD  NAME-OUT
000107            RECORDING MODE IS F.
000108        COPY "NAMEREC.cpy".
000109*
000110        FD  SUSPENSE-SAI
000111            RECORDING MODE IS F.
000112        01  WS-SUSPENSO-SAI-RECORD      PIC X(48).
000113*
000114        FD  SUSPENSE-RESOL
000115            RECORDING MODE IS F.
000116        COPY "SUSPRES.cpy".
000117*
000118        FD  QUEUE-RPT
000119            RECORDING MODE IS F.
000120        01  WS-LINHA-RELATORIO          PIC X(80).
000121*
000122        FD  MSG-FILE
000123            RECORDING MODE IS F.
000124        COPY "MSGREC.cpy".
000125*
000126        WORKING-STORAGE SECTION.
000127*
000128        01  WS-CONDICAO-RETORNO.
000129            05  WS-RC-NORMAL             PIC 9(2) VALUE 00.
000130            05  WS-RC-AVISO              PIC 9(2) VALUE 04.
000131            05  WS-RC-ERRO-DADOS         PIC 9(2) VALUE 08.
000132            05  WS-RC-ERRO-SEVERO        PIC 9(2) VALUE 16.
000133*
000134        01  WS-FS-SUSPENSO             PIC X(2) VALUE SPACES.
000135        01  WS-FS-DECISAO              PIC X(2) VALUE SPACES.
000136        01  WS-FS-DATAPROC             PIC X(2) VALUE SPACES.
000137        01  WS-FS-NOME-OUT             PIC X(2) VALUE SPACES.
000138        01  WS-FS-SUSPENSO-SAI         PIC X(2) VALUE SPACES.
000139        01  WS-FS-RESOL                PIC X(2) VALUE SPACES.
000140        01  WS-FS-RELATORIO            PIC X(2) VALUE SPACES.
000141        01  WS-FS-MENSAGEM             PIC X(2) VALUE SPACES.
000142*
000143        01  WS-MSG-CODIGO-COMP.
000144            05  FILLER                  PIC X(2) VALUE "RC".
000145            05  WS-MSG-CODIGO-RC        PIC 9(2) VALUE ZERO.
000146        77  WS-MSG-SEVERIDADE          PIC X(1) VALUE "I".
000147        77  WS-MSG-TEXTO               PIC X(50) VALUE SPACES.
000148*
000149        01  WS-DATA-HORA-ATUAL.
000150            05  WS-DH-DATA              PIC 9(8).
000151            05  WS-DH-HORA              PIC 9(6).
000152            05  WS-DH-CENTESIMOS        PIC 9(2).
000153            05  WS-DH-DIFGMT            PIC X(5).
000154*
000155        77  WS-LIMITE-PADRAO           PIC 9(3) VALUE 030.
000156        77  WS-LIMITE-DIAS             PIC 9(3) VALUE ZERO.
000157        77  WS-IDADE-DIAS              PIC S9(5) VALUE ZERO.
000158        77  WS-DIAS-HOJE               PIC 9(7) VALUE ZERO.
000159        77  WS-DIAS-SUSPENSO           PIC 9(7) VALUE ZERO.
000160        77  WS-OPERADOR-EXPIRACAO      PIC X(8) VALUE "COBOL025".
000161*
000162        77  WS-DEC-FIM                 PIC X(1) VALUE "N".
000163            88  WS-ACABOU-DECISAO           VALUE "S".
000164        77  WS-SUS-FIM                 PIC X(1) VALUE "N".
000165            88  WS-ACABOU-SUSPENSO          VALUE "S".
000166*
000167        77  WS-MAX-TABELA-DEC          PIC 9(3) VALUE 100.
000168        77  WS-CONT-TABELA-DEC         PIC 9(3) VALUE ZERO.
000169        77  WS-IDX-DEC                 PIC 9(3) VALUE ZERO.
000170        77  WS-IDX-DEC-ACHADA          PIC 9(3) VALUE ZERO.
000171        77  WS-DEC-ACHOU               PIC X(1) VALUE "N".
000172            88  WS-DECISAO-ENCONTRADA       VALUE "S".
000173*
000174        01  WS-TABELA-DECISOES.
000175            05  WS-TAB-DEC-ENT         OCCURS 100 TIMES.
000176                10  WS-TAB-DEC-DATA    PIC 9(8).
000177                10  WS-TAB-DEC-HORA    PIC 9(6).
000178                10  WS-TAB-DEC-NOME    PIC X(30).
000179                10  WS-TAB-DEC-ACAO    PIC X(1).
000180                10  WS-TAB-DEC-OPER    PIC X(8).
000181                10  WS-TAB-DEC-USADA   PIC X(1).
000182*
000183        77  WS-MAX-TABELA-ORIGENS      PIC 9(2) VALUE 20.
000184        77  WS-CONT-TABELA-ORIGENS     PIC 9(2) VALUE ZERO.
000185        77  WS-IDX-ORIGENS             PIC 9(2) VALUE ZERO.
000186        77  WS-IDX-ORIG-ACHADA         PIC 9(2) VALUE ZERO.
000187        77  WS-ORIG-ACHOU              PIC X(1) VALUE "N".
000188            88  WS-ORIGEM-NA-TABELA         VALUE "S".
000189*
000190        01  WS-TABELA-ORIGENS.
000191            05  WS-TAB-ORIG-ENT        OCCURS 20 TIMES.
000192                10  WS-TAB-ORIG-CODIGO PIC X(4).
000193                10  WS-TAB-ORIG-ATE-7  PIC 9(6).
000194                10  WS-TAB-ORIG-ATE-30 PIC 9(6).
000195                10  WS-TAB-ORIG-ACIMA  PIC 9(6).
000196*
000197        77  WS-CONT-FORA-ORIGENS       PIC 9(6) VALUE ZERO.
000198        77  WS-TOTAL-ORIGEM            PIC 9(6) VALUE ZERO.
000199*
000200        77  WS-CONT-SUS-LIDOS          PIC 9(6) VALUE ZERO.
000201        77  WS-CONT-DECISOES           PIC 9(6) VALUE ZERO.
000202        77  WS-CONT-LIBERADOS          PIC 9(6) VALUE ZERO.
000203        77  WS-CONT-DESCARTADOS        PIC 9(6) VALUE ZERO.
000204        77  WS-CONT-EXPIRADOS          PIC 9(6) VALUE ZERO.
000205        77  WS-CONT-RECUSADAS          PIC 9(6) VALUE ZERO.
000206        77  WS-CONT-EM-ABERTO          PIC 9(6) VALUE ZERO.
000207*
000208        01  WS-LINHA-TITULO.
000209            05  FILLER                PIC X(28)
000210                  VALUE "FILA DE SUSPENSOS - DATA:   ".
000211            05  WS-TIT-DATA           PIC 9(8).
000212            05  FILLER                PIC X(25)
000213                  VALUE "   LIMITE DE RETENCAO:   ".
000214            05  WS-TIT-LIMITE         PIC ZZ9.
000215            05  FILLER                PIC X(5) VALUE " DIAS".
000216*
000217        01  WS-LINHA-SECAO.
000218            05  WS-SEC-TEXTO          PIC X(50).
000219*
000220        01  WS-LINHA-DECIDIDO.
000221            05  WS-DCD-ROTULO         PIC X(12).
000222            05  WS-DCD-NOME           PIC X(30).
000223            05  FILLER                PIC X(1)  VALUE SPACE.
000224            05  WS-DCD-ORIGEM         PIC X(4).
000225            05  FILLER                PIC X(1)  VALUE SPACE.
000226            05  WS-DCD-DATA           PIC 9(8).
000227            05  FILLER                PIC X(6)  VALUE " OPER ".
000228            05  WS-DCD-OPERADOR       PIC X(8).
000229*
000230        01  WS-LINHA-RECUSADA.
000231            05  FILLER                PIC X(12)
000232                  VALUE "RECUSADA  : ".
000233            05  WS-REC-DATA           PIC 9(8).
000234            05  FILLER                PIC X(1)  VALUE SPACE.
000235            05  WS-REC-HORA           PIC 9(6).
000236            05  FILLER                PIC X(1)  VALUE SPACE.
000237            05  WS-REC-NOME           PIC X(30).
000238            05  FILLER                PIC X(1)  VALUE SPACE.
000239            05  WS-REC-MOTIVO         PIC X(20).
000240*
000241        01  WS-LINHA-COLUNAS.
000242            05  FILLER                PIC X(31) VALUE "NOME".
000243            05  FILLER                PIC X(7)  VALUE "ORIGEM".
000244            05  FILLER                PIC X(9)  VALUE "DATA".
000245            05  FILLER                PIC X(7)  VALUE "HORA".
000246            05  FILLER                PIC X(10) VALUE "IDADE".
000247*
000248        01  WS-LINHA-ABERTO.
000249            05  WS-ABT-NOME           PIC X(30).
000250            05  FILLER                PIC X(1)  VALUE SPACE.
000251            05  WS-ABT-ORIGEM         PIC X(4).
000252            05  FILLER                PIC X(3)  VALUE SPACES.
000253            05  WS-ABT-DATA           PIC 9(8).
000254            05  FILLER                PIC X(1)  VALUE SPACE.
000255            05  WS-ABT-HORA           PIC 9(6).
000256            05  FILLER                PIC X(1)  VALUE SPACE.
000257            05  WS-ABT-IDADE          PIC ZZZZ9.
000258            05  FILLER                PIC X(5)  VALUE " DIAS".
000259*
000260        01  WS-LINHA-COLUNAS-ORIGEM.
000261            05  FILLER                PIC X(10) VALUE "ORIGEM".
000262            05  FILLER                PIC X(12)
000263                  VALUE "  ATE 7 DIAS".
000264            05  FILLER                PIC X(12)
000265                  VALUE "   8 A 30 D.".
000266            05  FILLER                PIC X(12)
000267                  VALUE "  ACIMA 30 D".
000268            05  FILLER                PIC X(10)
000269                  VALUE "     TOTAL".
000270*
000271        01  WS-LINHA-ORIGEM.
000272            05  WS-ORI-CODIGO         PIC X(4).
000273            05  FILLER                PIC X(12) VALUE SPACES.
000274            05  WS-ORI-ATE-7          PIC ZZZZZ9.
000275            05  FILLER                PIC X(6)  VALUE SPACES.
000276            05  WS-ORI-ATE-30         PIC ZZZZZ9.
000277            05  FILLER                PIC X(6)  VALUE SPACES.
000278            05  WS-ORI-ACIMA          PIC ZZZZZ9.
000279            05  FILLER                PIC X(4)  VALUE SPACES.
000280            05  WS-ORI-TOTAL          PIC ZZZZZ9.
000281*
000282        01  WS-LINHA-CONTAGEM.
000283            05  WS-CON-ROTULO         PIC X(22).
000284            05  FILLER                PIC X(2)  VALUE ": ".
000285            05  WS-CON-QTD            PIC ZZZZZ9.
000286*
000287***************************
000288        LINKAGE SECTION.
000289***************************
000290*
000291        COPY "PARMREC.cpy".
000292*
000293        PROCEDURE DIVISION USING LK-PARM-RECORD.
000294*
000295            MOVE WS-RC-NORMAL TO RETURN-CODE.
000296            PERFORM 0050-OBTER-DATA-PROCESSO.
000297*
000298            IF LK-PARM-LENGTH >= 3
000299               AND LK-PARM-NAME(1:3) IS NUMERIC
000300                MOVE LK-PARM-NAME(1:3) TO WS-LIMITE-DIAS
000301            ELSE
000302                DISPLAY 'AVISO: PARM SEM LIMITE DE DIAS (NNN) - '
000303                    'USANDO O PADRAO DE ' WS-LIMITE-PADRAO
000304                MOVE WS-LIMITE-PADRAO TO WS-LIMITE-DIAS
000305            END-IF.
000306*
000307            PERFORM 1000-CARREGAR-DECISOES.
000308            PERFORM 2000-ABRIR-ARQUIVOS.
000309*
000310            IF RETURN-CODE < WS-RC-ERRO-SEVERO
000311                PERFORM 3000-PROCESSAR-SUSPENSOS
000312                PERFORM 7000-LISTAR-DECISOES-SOBRA
000313                PERFORM 8000-EMITIR-RESUMO-FILA
000314                PERFORM 8500-FECHAR-ARQUIVOS
000315                PERFORM 9000-IMPRIMIR-RESUMO
000316*
000317                IF RETURN-CODE >= WS-RC-ERRO-SEVERO
000318                    CONTINUE
000319                ELSE
000320                    IF WS-CONT-LIBERADOS = ZERO
000321                        MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
000322                    ELSE
000323                        IF WS-CONT-RECUSADAS > ZERO
000324                            MOVE WS-RC-AVISO TO RETURN-CODE
000325                        END-IF
000326                    END-IF
000327                END-IF
000328            END-IF.
000329*
000330            PERFORM 9700-REGISTRAR-RESULTADO.
000331*
000332            GOBACK.
000333*
000334**----------------------------------------------------------------*
000335        0050-OBTER-DATA-PROCESSO.
000336**----------------------------------------------------------------*
000337*    A IDADE DOS ITENS E CONTADA ATE A DATA-MOVIMENTO DO CARTAO
000338*    DATAPROC, A MESMA QUE O COBOL018 CARIMBOU NO SUSPENSO; SEM
000339*    O CARTAO, VALE A DATA DA MAQUINA, COM AVISO NA CONSOLA. A
000340*    HORA DA DECISAO E SEMPRE A DO RELOGIO.
000341*
000342            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
000343*
000344            OPEN INPUT DATE-CARD.
000345*
000346            IF WS-FS-DATAPROC = "00"
000347                READ DATE-CARD
000348                    AT END
000349                        DISPLAY 'AVISO: DATAPROC VAZIO - USANDO '
000350                            'A DATA DA MAQUINA'
000351                    NOT AT END
000352                        IF DP-DATA-PROCESSAMENTO IS NUMERIC
000353                           AND DP-DATA-PROCESSAMENTO > ZERO
000354                            MOVE DP-DATA-PROCESSAMENTO
000355                                TO WS-DH-DATA
000356                        ELSE
000357                            DISPLAY 'AVISO: DATAPROC INVALIDO - '
000358                                'USANDO A DATA DA MAQUINA'
000359                        END-IF
000360                END-READ
000361                CLOSE DATE-CARD
000362            ELSE
000363                DISPLAY 'AVISO: DATAPROC INDISPONIVEL - USANDO '
000364                    'A DATA DA MAQUINA'
000365            END-IF.
000366*
000367**----------------------------------------------------------------*
000368        1000-CARREGAR-DECISOES.
000369**----------------------------------------------------------------*
000370*    CARREGA O DECK DE DECISOES NA TABELA EM MEMORIA (ATE 100
000371*    POR EXECUCAO, MESMO PADRAO DA TABELA DE CORRECOES DO
000372*    COBOL011 - AS EXCEDENTES FICAM PARA A PROXIMA RODADA, COM
000373*    MENSAGEM NA CONSOLA). SEM O DECK, A RODADA SO LISTA A
000374*    FILA E APLICA A EXPIRACAO.
000375*
000376            OPEN INPUT DECISION-IN.
000377*
000378            IF WS-FS-DECISAO = "00"
000379                PERFORM UNTIL WS-ACABOU-DECISAO
000380                    READ DECISION-IN
000381                        AT END
000382                            SET WS-ACABOU-DECISAO TO TRUE
000383                        NOT AT END
000384                            PERFORM 1100-GUARDAR-DECISAO
000385                    END-READ
000386                END-PERFORM
000387            END-IF.
000388*
000389            CLOSE DECISION-IN.
000390*
000391**----------------------------------------------------------------*
000392        1100-GUARDAR-DECISAO.
000393**----------------------------------------------------------------*
000394            IF WS-CONT-TABELA-DEC < WS-MAX-TABELA-DEC
000395                ADD 1 TO WS-CONT-TABELA-DEC
000396                ADD 1 TO WS-CONT-DECISOES
000397                MOVE SD-DATA-EXECUCAO
000398                    TO WS-TAB-DEC-DATA(WS-CONT-TABELA-DEC)
000399                MOVE SD-HORA-EXECUCAO
000400                    TO WS-TAB-DEC-HORA(WS-CONT-TABELA-DEC)
000401                MOVE SD-NOME
000402                    TO WS-TAB-DEC-NOME(WS-CONT-TABELA-DEC)
000403                MOVE SD-ACAO
000404                    TO WS-TAB-DEC-ACAO(WS-CONT-TABELA-DEC)
000405                MOVE SD-OPERADOR
000406                    TO WS-TAB-DEC-OPER(WS-CONT-TABELA-DEC)
000407                MOVE "N"
000408                    TO WS-TAB-DEC-USADA(WS-CONT-TABELA-DEC)
000409            ELSE
000410                DISPLAY 'AVISO: TABELA DE DECISOES CHEIA - '
000411                    'DECISAO IGNORADA NESTA RODADA: '
000412                        SD-DATA-EXECUCAO ' ' SD-HORA-EXECUCAO
000413            END-IF.
000414*
000415**----------------------------------------------------------------*
000416        2000-ABRIR-ARQUIVOS.
000417**----------------------------------------------------------------*
000418            OPEN INPUT  SUSPENSE-FILE.
000419            OPEN OUTPUT NAME-OUT.
000420            OPEN OUTPUT SUSPENSE-SAI.
000421            OPEN EXTEND SUSPENSE-RESOL.
000422            OPEN OUTPUT QUEUE-RPT.
000423*
000424            IF (WS-FS-SUSPENSO NOT = "00" AND NOT = "05")
000425               OR WS-FS-NOME-OUT NOT = "00"
000426               OR WS-FS-SUSPENSO-SAI NOT = "00"
000427               OR WS-FS-RESOL NOT = "00"
000428               OR WS-FS-RELATORIO NOT = "00"
000429                DISPLAY 'ERRO SEVERO AO ABRIR ARQUIVOS - FS='
000430                    WS-FS-SUSPENSO ' ' WS-FS-NOME-OUT ' '
000431                    WS-FS-SUSPENSO-SAI ' ' WS-FS-RESOL ' '
000432                    WS-FS-RELATORIO
000433                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000434            ELSE
000435                MOVE WS-DH-DATA     TO WS-TIT-DATA
000436                MOVE WS-LIMITE-DIAS TO WS-TIT-LIMITE
000437                WRITE WS-LINHA-RELATORIO FROM WS-LINHA-TITULO
000438                MOVE SPACES TO WS-LINHA-RELATORIO
000439                WRITE WS-LINHA-RELATORIO
000440            END-IF.
000441*
000442**----------------------------------------------------------------*
000443        3000-PROCESSAR-SUSPENSOS.
000444**----------------------------------------------------------------*
000445*    PARA CADA ITEM SUSPENSO: COM DECISAO VALIDA NO DECK, LIBERA
000446*    (NOMESAI) OU DESCARTA E MOVE O ITEM PARA OS RESOLVIDOS; SEM
000447*    DECISAO E ALEM DO LIMITE DE RETENCAO, EXPIRA; NOS DEMAIS
000448*    CASOS O ITEM CONTINUA NA FILA (SUSPSAI) E SAI NO RELATORIO.
000449*    O SUSPENSO E GRAVADO EM EXTEND, ENTAO A LISTA DE ABERTOS
000450*    SAI NATURALMENTE DO MAIS ANTIGO PARA O MAIS NOVO.
000451*
000452            MOVE "ITENS DA FILA, DO MAIS ANTIGO AO MAIS NOVO"
000453                TO WS-SEC-TEXTO.
000454            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-SECAO.
000455            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-COLUNAS.
000456*
000457            PERFORM UNTIL WS-ACABOU-SUSPENSO
000458                READ SUSPENSE-FILE
000459                    AT END
000460                        SET WS-ACABOU-SUSPENSO TO TRUE
000461                    NOT AT END
000462                        ADD 1 TO WS-CONT-SUS-LIDOS
000463                        PERFORM 3100-TRATAR-SUSPENSO
000464                END-READ
000465            END-PERFORM.
000466*
000467**----------------------------------------------------------------*
000468        3100-TRATAR-SUSPENSO.
000469**----------------------------------------------------------------*
000470            PERFORM 4000-LOCALIZAR-DECISAO.
000471            PERFORM 6100-CALCULAR-IDADE.
000472*
000473            IF WS-DECISAO-ENCONTRADA
000474                EVALUATE TRUE
000475                    WHEN WS-TAB-DEC-OPER(WS-IDX-DEC-ACHADA)
000476                             = SPACES
000477                        MOVE "SEM OPERADOR" TO WS-REC-MOTIVO
000478                        PERFORM 4500-RECUSAR-DECISAO
000479                        PERFORM 6000-MANTER-PENDENTE
000480                    WHEN WS-TAB-DEC-ACAO(WS-IDX-DEC-ACHADA) = "L"
000481                        PERFORM 5000-LIBERAR-SUSPENSO
000482                    WHEN WS-TAB-DEC-ACAO(WS-IDX-DEC-ACHADA) = "D"
000483                        PERFORM 5500-DESCARTAR-SUSPENSO
000484                    WHEN OTHER
000485                        MOVE "ACAO INVALIDA" TO WS-REC-MOTIVO
000486                        PERFORM 4500-RECUSAR-DECISAO
000487                        PERFORM 6000-MANTER-PENDENTE
000488                END-EVALUATE
000489            ELSE
000490                IF WS-IDADE-DIAS > WS-LIMITE-DIAS
000491                    PERFORM 5800-EXPIRAR-SUSPENSO
000492                ELSE
000493                    PERFORM 6000-MANTER-PENDENTE
000494                END-IF
000495            END-IF.
000496*
000497**----------------------------------------------------------------*
000498        4000-LOCALIZAR-DECISAO.
000499**----------------------------------------------------------------*
000500*    PROCURA NA TABELA UMA DECISAO AINDA NAO USADA COM A MESMA
000501*    DATA, HORA E NOME DO ITEM SUSPENSO CORRENTE - O COBOL018
000502*    CARIMBA A MESMA HORA EM TODOS OS ITENS DE UMA EXECUCAO,
000503*    ENTAO O NOME ENTRA NA CHAVE; UM NOME SUSPENSO DUAS VEZES
000504*    NA MESMA EXECUCAO PEDE DUAS DECISOES.
000505*
000506            MOVE "N" TO WS-DEC-ACHOU.
000507*
000508            PERFORM VARYING WS-IDX-DEC FROM 1 BY 1
000509                    UNTIL WS-IDX-DEC > WS-CONT-TABELA-DEC
000510                       OR WS-DECISAO-ENCONTRADA
000511                IF WS-TAB-DEC-DATA(WS-IDX-DEC)
000512                       = SP-DATA-EXECUCAO
000513                   AND WS-TAB-DEC-HORA(WS-IDX-DEC)
000514                       = SP-HORA-EXECUCAO
000515                   AND WS-TAB-DEC-NOME(WS-IDX-DEC) = SP-NOME
000516                   AND WS-TAB-DEC-USADA(WS-IDX-DEC) = "N"
000517                    SET WS-DECISAO-ENCONTRADA TO TRUE
000518                    MOVE WS-IDX-DEC TO WS-IDX-DEC-ACHADA
000519                END-IF
000520            END-PERFORM.
000521*
000522            IF WS-DECISAO-ENCONTRADA
000523                MOVE "S" TO WS-TAB-DEC-USADA(WS-IDX-DEC-ACHADA)
000524            END-IF.
000525*
000526**----------------------------------------------------------------*
000527        4500-RECUSAR-DECISAO.
000528**----------------------------------------------------------------*
000529*    DECISAO SEM OPERADOR OU COM ACAO DIFERENTE DE L/D NAO VALE:
000530*    O ITEM CONTINUA NA FILA E A DECISAO SAI NO RELATORIO PARA
000531*    SER REDIGITADA. O MOTIVO JA VEM EM WS-REC-MOTIVO.
000532*
000533            MOVE WS-TAB-DEC-DATA(WS-IDX-DEC-ACHADA)
000534                TO WS-REC-DATA.
000535            MOVE WS-TAB-DEC-HORA(WS-IDX-DEC-ACHADA)
000536                TO WS-REC-HORA.
000537            MOVE WS-TAB-DEC-NOME(WS-IDX-DEC-ACHADA)
000538                TO WS-REC-NOME.
000539            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-RECUSADA.
000540            ADD 1 TO WS-CONT-RECUSADAS.
000541*
000542**----------------------------------------------------------------*
000543        5000-LIBERAR-SUSPENSO.
000544**----------------------------------------------------------------*
000545*    O NOME JA PASSOU PELA VALIDACAO DO COBOL003 ANTES DE SER
000546*    SUSPENSO; LIBERADO, VOLTA PARA A CADEIA EM NOMESAI COM A
000547*    ORIGEM ORIGINAL, PARA O COBOL004 GRAVAR NO MESTRE.
000548*
000549            MOVE SP-NOME   TO NR-NOME.
000550            MOVE SP-ORIGEM TO NR-ORIGEM.
000551            WRITE NR-NOME-RECORD.
000552*
000553            IF WS-FS-NOME-OUT NOT = "00"
000554                DISPLAY 'ERRO AO GRAVAR NOMESAI - FS='
000555                    WS-FS-NOME-OUT
000556                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000557                SET WS-ACABOU-SUSPENSO TO TRUE
000558            ELSE
000559                MOVE "L" TO SR-DECISAO
000560                MOVE WS-TAB-DEC-OPER(WS-IDX-DEC-ACHADA)
000561                    TO SR-OPERADOR
000562                PERFORM 5900-GRAVAR-RESOLVIDO
000563                IF RETURN-CODE < WS-RC-ERRO-SEVERO
000564                    ADD 1 TO WS-CONT-LIBERADOS
000565                    MOVE "LIBERADO  : " TO WS-DCD-ROTULO
000566                    PERFORM 5950-LISTAR-DECIDIDO
000567                END-IF
000568            END-IF.
000569*
000570**----------------------------------------------------------------*
000571        5500-DESCARTAR-SUSPENSO.
000572**----------------------------------------------------------------*
000573            MOVE "D" TO SR-DECISAO.
000574            MOVE WS-TAB-DEC-OPER(WS-IDX-DEC-ACHADA)
000575                TO SR-OPERADOR.
000576            PERFORM 5900-GRAVAR-RESOLVIDO.
000577*
000578            IF RETURN-CODE < WS-RC-ERRO-SEVERO
000579                ADD 1 TO WS-CONT-DESCARTADOS
000580                MOVE "DESCARTADO: " TO WS-DCD-ROTULO
000581                PERFORM 5950-LISTAR-DECIDIDO
000582            END-IF.
000583*
000584**----------------------------------------------------------------*
000585        5800-EXPIRAR-SUSPENSO.
000586**----------------------------------------------------------------*
000587*    ITEM SEM DECISAO ALEM DO LIMITE DE RETENCAO: SAI DA FILA
000588*    COMO EXPIRADO, COM O PROPRIO PROGRAMA COMO OPERADOR.
000589*
000590            MOVE "E" TO SR-DECISAO.
000591            MOVE WS-OPERADOR-EXPIRACAO TO SR-OPERADOR.
000592            PERFORM 5900-GRAVAR-RESOLVIDO.
000593*
000594            IF RETURN-CODE < WS-RC-ERRO-SEVERO
000595                ADD 1 TO WS-CONT-EXPIRADOS
000596                MOVE "EXPIRADO  : " TO WS-DCD-ROTULO
000597                PERFORM 5950-LISTAR-DECIDIDO
000598            END-IF.
000599*
000600**----------------------------------------------------------------*
000601        5900-GRAVAR-RESOLVIDO.
000602**----------------------------------------------------------------*
000603*    GRAVA O ITEM RESOLVIDO (DECISAO E OPERADOR JA MOVIDOS) COM A
000604*    DATA-MOVIMENTO E A HORA DO RELOGIO DA DECISAO.
000605*
000606            MOVE SP-SUSPENSE-RECORD TO SR-SUSPENSO-ORIGINAL.
000607            MOVE WS-DH-DATA TO SR-DATA-DECISAO.
000608            MOVE WS-DH-HORA TO SR-HORA-DECISAO.
000609            WRITE SR-RESOLVED-RECORD.
000610*
000611            IF WS-FS-RESOL NOT = "00"
000612                DISPLAY 'ERRO AO GRAVAR SUSRESOL - FS='
000613                    WS-FS-RESOL
000614                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000615                SET WS-ACABOU-SUSPENSO TO TRUE
000616            END-IF.
000617*
000618**----------------------------------------------------------------*
000619        5950-LISTAR-DECIDIDO.
000620**----------------------------------------------------------------*
000621            MOVE SP-NOME          TO WS-DCD-NOME.
000622            MOVE SP-ORIGEM        TO WS-DCD-ORIGEM.
000623            MOVE SP-DATA-EXECUCAO TO WS-DCD-DATA.
000624            MOVE SR-OPERADOR      TO WS-DCD-OPERADOR.
000625            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-DECIDIDO.
000626*
000627**----------------------------------------------------------------*
000628        6000-MANTER-PENDENTE.
000629**----------------------------------------------------------------*
000630*    REGRAVA O ITEM NO ARQUIVO VIVO, LISTA NO RELATORIO COM A
000631*    IDADE E ACUMULA NA FAIXA DE IDADE DA SUA ORIGEM.
000632*
000633            WRITE WS-SUSPENSO-SAI-RECORD FROM SP-SUSPENSE-RECORD.
000634*
000635            IF WS-FS-SUSPENSO-SAI NOT = "00"
000636                DISPLAY 'ERRO AO GRAVAR SUSPSAI - FS='
000637                    WS-FS-SUSPENSO-SAI
000638                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000639                SET WS-ACABOU-SUSPENSO TO TRUE
000640            ELSE
000641                ADD 1 TO WS-CONT-EM-ABERTO
000642                MOVE SP-NOME          TO WS-ABT-NOME
000643                MOVE SP-ORIGEM        TO WS-ABT-ORIGEM
000644                MOVE SP-DATA-EXECUCAO TO WS-ABT-DATA
000645                MOVE SP-HORA-EXECUCAO TO WS-ABT-HORA
000646                MOVE WS-IDADE-DIAS    TO WS-ABT-IDADE
000647                WRITE WS-LINHA-RELATORIO FROM WS-LINHA-ABERTO
000648                PERFORM 6500-ACUMULAR-ORIGEM
000649            END-IF.
000650*
000651**----------------------------------------------------------------*
000652        6100-CALCULAR-IDADE.
000653**----------------------------------------------------------------*
000654*    IDADE EM DIAS CORRIDOS ENTRE A DATA DO ITEM E A DATA-
000655*    MOVIMENTO; UMA DATA INVALIDA NO REGISTRO RESULTA EM IDADE
000656*    ZERO, MESMO CRITERIO DO 6100-CALCULAR-IDADE DO COBOL011.
000657*
000658            MOVE ZERO TO WS-IDADE-DIAS.
000659*
000660            IF SP-DATA-EXECUCAO > 16010101
000661               AND SP-DATA-EXECUCAO <= WS-DH-DATA
000662                COMPUTE WS-DIAS-HOJE =
000663                    FUNCTION INTEGER-OF-DATE(WS-DH-DATA)
000664                COMPUTE WS-DIAS-SUSPENSO =
000665                    FUNCTION INTEGER-OF-DATE(SP-DATA-EXECUCAO)
000666                IF WS-DIAS-SUSPENSO > ZERO
000667                    COMPUTE WS-IDADE-DIAS =
000668                        WS-DIAS-HOJE - WS-DIAS-SUSPENSO
000669                END-IF
000670            END-IF.
000671*
000672**----------------------------------------------------------------*
000673        6500-ACUMULAR-ORIGEM.
000674**----------------------------------------------------------------*
000675*    ACUMULA O ITEM ABERTO NA TABELA POR ORIGEM, NA FAIXA DE
000676*    IDADE CORRESPONDENTE; ORIGENS ALEM DA CAPACIDADE DA TABELA
000677*    SO ENTRAM NA LINHA DE SOBRA, COMO NO COBOL012.
000678*
000679            MOVE "N" TO WS-ORIG-ACHOU.
000680*
000681            PERFORM VARYING WS-IDX-ORIGENS FROM 1 BY 1
000682                    UNTIL WS-IDX-ORIGENS > WS-CONT-TABELA-ORIGENS
000683                       OR WS-ORIGEM-NA-TABELA
000684                IF WS-TAB-ORIG-CODIGO(WS-IDX-ORIGENS) = SP-ORIGEM
000685                    SET WS-ORIGEM-NA-TABELA TO TRUE
000686                    MOVE WS-IDX-ORIGENS TO WS-IDX-ORIG-ACHADA
000687                END-IF
000688            END-PERFORM.
000689*
000690            IF NOT WS-ORIGEM-NA-TABELA
000691                IF WS-CONT-TABELA-ORIGENS < WS-MAX-TABELA-ORIGENS
000692                    ADD 1 TO WS-CONT-TABELA-ORIGENS
000693                    MOVE WS-CONT-TABELA-ORIGENS
000694                        TO WS-IDX-ORIG-ACHADA
000695                    MOVE SP-ORIGEM TO WS-TAB-ORIG-CODIGO
000696                        (WS-IDX-ORIG-ACHADA)
000697                    MOVE ZERO TO WS-TAB-ORIG-ATE-7
000698                        (WS-IDX-ORIG-ACHADA)
000699                    MOVE ZERO TO WS-TAB-ORIG-ATE-30
000700                        (WS-IDX-ORIG-ACHADA)
000701                    MOVE ZERO TO WS-TAB-ORIG-ACIMA
000702                        (WS-IDX-ORIG-ACHADA)
000703                    SET WS-ORIGEM-NA-TABELA TO TRUE
000704                END-IF
000705            END-IF.
000706*
000707            IF WS-ORIGEM-NA-TABELA
000708                EVALUATE TRUE
000709                    WHEN WS-IDADE-DIAS <= 7
000710                        ADD 1 TO WS-TAB-ORIG-ATE-7
000711                            (WS-IDX-ORIG-ACHADA)
000712                    WHEN WS-IDADE-DIAS <= 30
000713                        ADD 1 TO WS-TAB-ORIG-ATE-30
000714                            (WS-IDX-ORIG-ACHADA)
000715                    WHEN OTHER
000716                        ADD 1 TO WS-TAB-ORIG-ACIMA
000717                            (WS-IDX-ORIG-ACHADA)
000718                END-EVALUATE
000719            ELSE
000720                ADD 1 TO WS-CONT-FORA-ORIGENS
000721            END-IF.
000722*
000723**----------------------------------------------------------------*
000724        7000-LISTAR-DECISOES-SOBRA.
000725**----------------------------------------------------------------*
000726*    DECISOES QUE NAO CASARAM COM NENHUM ITEM DA FILA (ITEM JA
000727*    RESOLVIDO OU CHAVE DIGITADA ERRADA) SAEM NO RELATORIO COMO
000728*    RECUSADAS, PARA NAO SUMIREM EM SILENCIO.
000729*
000730            PERFORM VARYING WS-IDX-DEC FROM 1 BY 1
000731                    UNTIL WS-IDX-DEC > WS-CONT-TABELA-DEC
000732                IF WS-TAB-DEC-USADA(WS-IDX-DEC) = "N"
000733                    MOVE WS-IDX-DEC TO WS-IDX-DEC-ACHADA
000734                    MOVE "SEM ITEM NA FILA" TO WS-REC-MOTIVO
000735                    PERFORM 4500-RECUSAR-DECISAO
000736                END-IF
000737            END-PERFORM.
000738*
000739**----------------------------------------------------------------*
000740        8000-EMITIR-RESUMO-FILA.
000741**----------------------------------------------------------------*
000742*    RESUMO DOS ITENS QUE CONTINUAM ABERTOS POR ORIGEM E FAIXA
000743*    DE IDADE, SEGUIDO DAS CONTAGENS DA RODADA.
000744*
000745            MOVE SPACES TO WS-LINHA-RELATORIO.
000746            WRITE WS-LINHA-RELATORIO.
000747            MOVE "ABERTOS POR ORIGEM E IDADE" TO WS-SEC-TEXTO.
000748            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-SECAO.
000749            WRITE WS-LINHA-RELATORIO
000750                FROM WS-LINHA-COLUNAS-ORIGEM.
000751*
000752            PERFORM VARYING WS-IDX-ORIGENS FROM 1 BY 1
000753                    UNTIL WS-IDX-ORIGENS > WS-CONT-TABELA-ORIGENS
000754                MOVE WS-TAB-ORIG-CODIGO(WS-IDX-ORIGENS)
000755                    TO WS-ORI-CODIGO
000756                MOVE WS-TAB-ORIG-ATE-7(WS-IDX-ORIGENS)
000757                    TO WS-ORI-ATE-7
000758                MOVE WS-TAB-ORIG-ATE-30(WS-IDX-ORIGENS)
000759                    TO WS-ORI-ATE-30
000760                MOVE WS-TAB-ORIG-ACIMA(WS-IDX-ORIGENS)
000761                    TO WS-ORI-ACIMA
000762                COMPUTE WS-TOTAL-ORIGEM =
000763                        WS-TAB-ORIG-ATE-7(WS-IDX-ORIGENS)
000764                      + WS-TAB-ORIG-ATE-30(WS-IDX-ORIGENS)
000765                      + WS-TAB-ORIG-ACIMA(WS-IDX-ORIGENS)
000766                MOVE WS-TOTAL-ORIGEM TO WS-ORI-TOTAL
000767                WRITE WS-LINHA-RELATORIO FROM WS-LINHA-ORIGEM
000768            END-PERFORM.
000769*
000770            IF WS-CONT-FORA-ORIGENS > ZERO
000771                MOVE SPACES TO WS-LINHA-RELATORIO
000772                STRING 'ORIGENS ALEM DA TABELA (SO NO TOTAL)'
000773                           DELIMITED SIZE
000774                       ' : ' DELIMITED SIZE
000775                       WS-CONT-FORA-ORIGENS DELIMITED SIZE
000776                       INTO WS-LINHA-RELATORIO
000777                WRITE WS-LINHA-RELATORIO
000778            END-IF.
000779*
000780            MOVE SPACES TO WS-LINHA-RELATORIO.
000781            WRITE WS-LINHA-RELATORIO.
000782*
000783            MOVE "SUSPENSOS LIDOS       " TO WS-CON-ROTULO.
000784            MOVE WS-CONT-SUS-LIDOS TO WS-CON-QTD.
000785            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000786*
000787            MOVE "LIBERADOS             " TO WS-CON-ROTULO.
000788            MOVE WS-CONT-LIBERADOS TO WS-CON-QTD.
000789            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000790*
000791            MOVE "DESCARTADOS           " TO WS-CON-ROTULO.
000792            MOVE WS-CONT-DESCARTADOS TO WS-CON-QTD.
000793            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000794*
000795            MOVE "EXPIRADOS             " TO WS-CON-ROTULO.
000796            MOVE WS-CONT-EXPIRADOS TO WS-CON-QTD.
000797            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000798*
000799            MOVE "EM ABERTO             " TO WS-CON-ROTULO.
000800            MOVE WS-CONT-EM-ABERTO TO WS-CON-QTD.
000801            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000802*
000803            MOVE "DECISOES RECUSADAS    " TO WS-CON-ROTULO.
000804            MOVE WS-CONT-RECUSADAS TO WS-CON-QTD.
000805            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000806*
000807**----------------------------------------------------------------*
000808        8500-FECHAR-ARQUIVOS.
000809**----------------------------------------------------------------*
000810            CLOSE SUSPENSE-FILE.
000811            CLOSE NAME-OUT.
000812            CLOSE SUSPENSE-SAI.
000813            CLOSE SUSPENSE-RESOL.
000814            CLOSE QUEUE-RPT.
000815*
000816**----------------------------------------------------------------*
000817        9000-IMPRIMIR-RESUMO.
000818**----------------------------------------------------------------*
000819            DISPLAY 'FILA DE SUSPENSOS'.
000820            DISPLAY 'SUSPENSOS LIDOS     : ' WS-CONT-SUS-LIDOS.
000821            DISPLAY 'DECISOES CARREGADAS : ' WS-CONT-DECISOES.
000822            DISPLAY 'LIBERADOS           : ' WS-CONT-LIBERADOS.
000823            DISPLAY 'DESCARTADOS         : ' WS-CONT-DESCARTADOS.
000824            DISPLAY 'EXPIRADOS           : ' WS-CONT-EXPIRADOS.
000825            DISPLAY 'DECISOES RECUSADAS  : ' WS-CONT-RECUSADAS.
000826            DISPLAY 'EM ABERTO           : ' WS-CONT-EM-ABERTO.
000827*
000828**----------------------------------------------------------------*
000829        9700-REGISTRAR-RESULTADO.
000830**----------------------------------------------------------------*
000831*    GRAVA NO ARQUIVO CENTRAL DE MENSAGENS (MENSAGEM) O
000832*    DESFECHO DA EXECUCAO QUANDO HOUVE ALGO ACIONAVEL
000833*    (RETURN-CODE >= 4); O RELATORIO DE EXCECOES DO COBOL020 E
000834*    MONTADO DALI, EM VEZ DE O OPERADOR GARIMPAR O SYSOUT.
000835*
000836            IF RETURN-CODE >= WS-RC-AVISO
000837                IF RETURN-CODE >= WS-RC-ERRO-DADOS
000838                    MOVE "E" TO WS-MSG-SEVERIDADE
000839                ELSE
000840                    MOVE "A" TO WS-MSG-SEVERIDADE
000841                END-IF
000842                MOVE RETURN-CODE TO WS-MSG-CODIGO-RC
000843                MOVE 'SUSPENSOS COM PROBLEMA - VER RELFILA'
000844                    TO WS-MSG-TEXTO
000845                PERFORM 9800-GRAVAR-MENSAGEM
000846            END-IF.
000847*
000848**----------------------------------------------------------------*
000849        9800-GRAVAR-MENSAGEM.
000850**----------------------------------------------------------------*
000851            OPEN EXTEND MSG-FILE.
000852*
000853            IF WS-FS-MENSAGEM NOT = "00"
000854                DISPLAY 'ERRO AO ABRIR MENSAGEM - FS='
000855                    WS-FS-MENSAGEM
000856            ELSE
000857                MOVE 'COBOL025' TO MG-PROGRAM-ID
000858                MOVE WS-MSG-SEVERIDADE TO MG-SEVERIDADE
000859                MOVE WS-MSG-CODIGO-COMP TO MG-CODIGO
000860                MOVE WS-DH-DATA TO MG-DATA-MOVIMENTO
000861                MOVE WS-DH-HORA TO MG-HORA-GRAVACAO
000862                MOVE WS-MSG-TEXTO TO MG-TEXTO
000863*
000864                WRITE MG-MESSAGE-RECORD
000865*
000866                IF WS-FS-MENSAGEM NOT = "00"
000867                    DISPLAY 'ERRO AO GRAVAR MENSAGEM - FS='
000868                        WS-FS-MENSAGEM
000869                END-IF
000870*
000871                CLOSE MSG-FILE
000872            END-IF.
000873*
000874        END PROGRAM COBOL025.
000875* FIM DO PROGRAMA ****************************
