000017*            LIBERACAO (LIBERADO, UM NOME POR REGISTRO) FORCA A
000018*            PASSAGEM DE NOMES SUSPENSOS QUANDO A REPETICAO E
000019*            INTENCIONAL - ALGUNS NOMES RODAM DUAS VEZES DE
000020*            PROPOSITO. OS ITENS SUSPENSOS SAO REVISADOS,
000021*            LIBERADOS, DESCARTADOS OU EXPIRADOS DEPOIS PELA
000022*            FILA DO COBOL025 (JOB SUSPJOB).
000023* CPD      : INEFE
000024******************************************************************
000025******************************************************************
000026* CONDICOES DE RETORNO (RETURN-CODE) DESTE PROGRAMA:
000027*     0000  =  PROCESSAMENTO NORMAL, TODOS OS NOMES APROVADOS
000028*     0004  =  AVISO - UM OU MAIS NOMES DESVIADOS PARA SUSPENSO
000029*              (OS APROVADOS SEGUEM PARA O COBOL004)
000030*     0008  =  ERRO DE DADOS - NENHUM NOME APROVADO (DECK
000031*              INTEIRO SUSPENSO OU ENTRADA VAZIA)
000032*     0016  =  ERRO SEVERO - FALHA AO ABRIR/GRAVAR UM DOS
000033*              ARQUIVOS
000034******************************************************************
000035        IDENTIFICATION DIVISION.
000036**************************
000037        PROGRAM-ID. COBOL018.
000038        AUTHOR. FRANCINE NUNES MOYSES.
000039        DATE-WRITTEN. 26/09/02 @ 10:00:00.
000040        DATE-COMPILED. 2026-09-02.
000041        INSTALLATION. INEFE.
000042        SECURITY. NORMAL.
000043*
000044***********************
000045        ENVIRONMENT DIVISION.
000046***********************
000047*
000048        INPUT-OUTPUT SECTION.
000049*
000050        FILE-CONTROL.
000051            SELECT NAME-IN ASSIGN TO "NOMEENT"
000052                ORGANIZATION IS SEQUENTIAL
000053                FILE STATUS IS WS-FS-NOME-IN.
000054*
000055            SELECT OPTIONAL CATALOG-FILE ASSIGN TO "CATALOGO"
000056                ORGANIZATION IS INDEXED
000057                ACCESS MODE IS RANDOM
000058                RECORD KEY IS CT-NOME
000059                FILE STATUS IS WS-FS-CATALOGO.
000060*
000061            SELECT OPTIONAL DATE-CARD ASSIGN TO "DATAPROC"
000062                ORGANIZATION IS SEQUENTIAL
000063                FILE STATUS IS WS-FS-DATAPROC.
000064*
000065            SELECT OPTIONAL RELEASE-IN ASSIGN TO "LIBERADO"
000066                ORGANIZATION IS SEQUENTIAL
000067                FILE STATUS IS WS-FS-LIBERADO.
000068*
000069            SELECT NAME-OUT ASSIGN TO "NOMEAPR"
000070                ORGANIZATION IS SEQUENTIAL
000071                FILE STATUS IS WS-FS-NOME-OUT.
000072*
000073            SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSO"
000074                ORGANIZATION IS SEQUENTIAL
000075                FILE STATUS IS WS-FS-SUSPENSO.
000076*
000077            SELECT SUSPENSE-RPT ASSIGN TO "RELSUSP"
000078                ORGANIZATION IS SEQUENTIAL
000079                FILE STATUS IS WS-FS-RELATORIO.
000080*
000081            SELECT OPTIONAL STAT-FILE ASSIGN TO "ESTATIST"
000082                ORGANIZATION IS SEQUENTIAL
000083                FILE STATUS IS WS-FS-ESTATIST.
000084*
000085****************
000086        DATA DIVISION.
000087****************
000088*
000089        FILE SECTION.
000090*
000091        FD  NAME-IN
000092            RECORDING MODE IS F.
000093        COPY "NAMEREC.cpy".
000094*
000095        FD  CATALOG-FILE.
000096        COPY "CATREC.cpy".
000097*
000098        FD  DATE-CARD
000099            RECORDING MODE IS F.
000100        COPY "DATPREC.cpy".
000101*
000102        FD  RELEASE-IN
000103            RECORDING MODE IS F.
000104        01  LB-NOME-RECORD             PIC X(30).
000105*
000106        FD  NAME-OUT
000107            RECORDING MODE IS F.
000108        01  NA-NOME-RECORD.
000109            05  NA-NOME                 PIC X(30).
000110            05  NA-ORIGEM               PIC X(4).
000111*
000112        FD  SUSPENSE-FILE
000113            RECORDING MODE IS F.
000114        COPY "SUSPREC.cpy".
000115*
000116        FD  SUSPENSE-RPT
000117            RECORDING MODE IS F.
000118        01  WS-LINHA-RELATORIO          PIC X(80).
000119*
000120        FD  STAT-FILE
000121            RECORDING MODE IS F.
000122        COPY "ESTATREC.cpy".
000123*
000124        WORKING-STORAGE SECTION.
000125*
000126        01  WS-CONDICAO-RETORNO.
000127            05  WS-RC-NORMAL             PIC 9(2) VALUE 00.
000128            05  WS-RC-AVISO              PIC 9(2) VALUE 04.
000129            05  WS-RC-ERRO-DADOS         PIC 9(2) VALUE 08.
000130            05  WS-RC-ERRO-SEVERO        PIC 9(2) VALUE 16.
000131*
000132        01  WS-FS-NOME-IN              PIC X(2) VALUE SPACES.
000133        01  WS-FS-CATALOGO             PIC X(2) VALUE SPACES.
000134        01  WS-FS-DATAPROC             PIC X(2) VALUE SPACES.
000135        01  WS-FS-LIBERADO             PIC X(2) VALUE SPACES.
000136        01  WS-FS-NOME-OUT             PIC X(2) VALUE SPACES.
000137        01  WS-FS-SUSPENSO             PIC X(2) VALUE SPACES.
000138        01  WS-FS-RELATORIO            PIC X(2) VALUE SPACES.
000139        01  WS-FS-ESTATIST             PIC X(2) VALUE SPACES.
000140*
000141        01  WS-DATA-HORA-ATUAL.
000142            05  WS-DH-DATA              PIC 9(8).
000143            05  WS-DH-HORA              PIC 9(6).
000144            05  WS-DH-CENTESIMOS        PIC 9(2).
000145            05  WS-DH-DIFGMT            PIC X(5).
000146*
000147        01  WS-INICIO-EXECUCAO.
000148            05  WS-IE-DATA              PIC 9(8).
000149            05  WS-IE-HORA              PIC 9(6).
000150            05  FILLER                  PIC X(7).
000151        01  WS-FIM-EXECUCAO.
000152            05  WS-FE-DATA              PIC 9(8).
000153            05  WS-FE-HORA              PIC 9(6).
000154            05  FILLER                  PIC X(7).
000155*
000156        77  WS-CATALOGO-DISPONIVEL     PIC X(1) VALUE "N".
000157            88  WS-TEM-CATALOGO             VALUE "S".
000158*
000159        77  WS-NOMES-FIM               PIC X(1) VALUE "N".
000160            88  WS-ACABOU-NOMES             VALUE "S".
000161        77  WS-LIBERADO-FIM            PIC X(1) VALUE "N".
000162            88  WS-ACABOU-LIBERADO          VALUE "S".
000163*
000164        77  WS-NOME-NO-CATALOGO        PIC X(1) VALUE "N".
000165            88  WS-NOME-JA-CATALOGADO       VALUE "S".
000166*
000167        77  WS-MAX-TABELA-LIB          PIC 9(3) VALUE 100.
000168        77  WS-CONT-TABELA-LIB         PIC 9(3) VALUE ZERO.
000169        77  WS-IDX-LIB                 PIC 9(3) VALUE ZERO.
000170        77  WS-IDX-LIB-ACHADA          PIC 9(3) VALUE ZERO.
000171        77  WS-LIB-ACHOU               PIC X(1) VALUE "N".
000172            88  WS-LIBERACAO-ENCONTRADA     VALUE "S".
000173*
000174        01  WS-TABELA-LIBERACOES.
000175            05  WS-TAB-LIB-ENT         OCCURS 100 TIMES.
000176                10  WS-TAB-LIB-NOME    PIC X(30).
000177                10  WS-TAB-LIB-USADA   PIC X(1).
000178*
000179        77  WS-CONT-LIDOS              PIC 9(6) VALUE ZERO.
000180        77  WS-CONT-APROVADOS          PIC 9(6) VALUE ZERO.
000181        77  WS-CONT-SUSPENSOS          PIC 9(6) VALUE ZERO.
000182        77  WS-CONT-LIBERADOS          PIC 9(6) VALUE ZERO.
000183*
000184        01  WS-LINHA-TITULO.
000185            05  FILLER                PIC X(34)
000186                  VALUE "RELATORIO DE TRIAGEM DE DUPLICADOS".
000187            05  FILLER                PIC X(9)
000188                  VALUE " - DATA: ".
000189            05  WS-TIT-DATA           PIC 9(8).
000190*
000191        01  WS-LINHA-SUSPENSO.
000192            05  FILLER                PIC X(11)
000193                  VALUE "SUSPENSO : ".
000194            05  WS-SUS-NOME           PIC X(30).
000195            05  FILLER                PIC X(21)
000196                  VALUE " JA VISTO NA DATA DE ".
000197            05  WS-SUS-DATA           PIC 9(8).
000198*
000199        01  WS-LINHA-LIBERADO.
000200            05  FILLER                PIC X(11)
000201                  VALUE "LIBERADO : ".
000202            05  WS-LIB-NOME           PIC X(30).
000203            05  FILLER                PIC X(30)
000204                  VALUE " REPETICAO FORCADA PELO DECK  ".
000205*
000206        01  WS-LINHA-CONTAGEM.
000207            05  WS-CON-ROTULO         PIC X(22).
000208            05  FILLER                PIC X(2)  VALUE ": ".
000209            05  WS-CON-QTD            PIC ZZZZZ9.
000210*
000211*********************
000212        PROCEDURE DIVISION.
000213*********************
000214*
000215            MOVE FUNCTION CURRENT-DATE TO WS-INICIO-EXECUCAO.
000216*
000217            MOVE WS-RC-NORMAL TO RETURN-CODE.
000218*
000219            PERFORM 0050-OBTER-DATA-PROCESSO.
000220            PERFORM 0100-CARREGAR-LIBERACOES.
000221            PERFORM 0200-ABRIR-ARQUIVOS.
000222*
000223            IF RETURN-CODE < WS-RC-ERRO-SEVERO
000224                PERFORM 1000-TRIAR-NOMES
000225                PERFORM 8000-FECHAR-ARQUIVOS
000226                PERFORM 9000-IMPRIMIR-RESUMO
000227*
000228                IF RETURN-CODE >= WS-RC-ERRO-SEVERO
000229                    CONTINUE
000230                ELSE
000231                    IF WS-CONT-APROVADOS = ZERO
000232                        MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
000233                    ELSE
000234                        IF WS-CONT-SUSPENSOS > ZERO
000235                            MOVE WS-RC-AVISO TO RETURN-CODE
000236                        END-IF
000237                    END-IF
000238                END-IF
000239            END-IF.
000240*
000241            PERFORM 9750-GRAVAR-ESTATISTICA.
000242*
000243            STOP RUN.
000244*
000245**----------------------------------------------------------------*
000246        0050-OBTER-DATA-PROCESSO.
000247**----------------------------------------------------------------*
000248*    A DATA-MOVIMENTO OFICIAL VEM DO CARTAO DATAPROC, A MESMA
000249*    QUE O COBOL004 VAI CARIMBAR NO MESTRE; SEM O CARTAO, VALE
000250*    A DATA DA MAQUINA, COM AVISO NA CONSOLA.
000251*
000252            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
000253*
000254            OPEN INPUT DATE-CARD.
000255*
000256            IF WS-FS-DATAPROC = "00"
000257                READ DATE-CARD
000258                    AT END
000259                        DISPLAY 'AVISO: DATAPROC VAZIO - USANDO '
000260                            'A DATA DA MAQUINA'
000261                    NOT AT END
000262                        IF DP-DATA-PROCESSAMENTO IS NUMERIC
000263                           AND DP-DATA-PROCESSAMENTO > ZERO
000264                            MOVE DP-DATA-PROCESSAMENTO
000265                                TO WS-DH-DATA
000266                        ELSE
000267                            DISPLAY 'AVISO: DATAPROC INVALIDO - '
000268                                'USANDO A DATA DA MAQUINA'
000269                        END-IF
000270                END-READ
000271                CLOSE DATE-CARD
000272            ELSE
000273                DISPLAY 'AVISO: DATAPROC INDISPONIVEL - USANDO '
000274                    'A DATA DA MAQUINA'
000275            END-IF.
000276*
000277**----------------------------------------------------------------*
000278        0100-CARREGAR-LIBERACOES.
000279**----------------------------------------------------------------*
000280*    CARREGA O DECK OPCIONAL DE LIBERACAO NA TABELA EM MEMORIA
000281*    (ATE 100 NOMES POR EXECUCAO, MESMO PADRAO DA TABELA DE
000282*    CORRECOES DO COBOL011). CADA LIBERACAO VALE PARA UMA UNICA
000283*    OCORRENCIA DO NOME - REPETIR O MESMO NOME DUAS VEZES NO
000284*    DECK LIBERA DUAS PASSAGENS.
000285*
000286            OPEN INPUT RELEASE-IN.
000287*
000288            IF WS-FS-LIBERADO = "00"
000289                PERFORM UNTIL WS-ACABOU-LIBERADO
000290                    READ RELEASE-IN
000291                        AT END
000292                            SET WS-ACABOU-LIBERADO TO TRUE
000293                        NOT AT END
000294                            PERFORM 0150-GUARDAR-LIBERACAO
000295                    END-READ
000296                END-PERFORM
000297            END-IF.
000298*
000299            CLOSE RELEASE-IN.
000300*
000301**----------------------------------------------------------------*
000302        0150-GUARDAR-LIBERACAO.
000303**----------------------------------------------------------------*
000304            IF WS-CONT-TABELA-LIB < WS-MAX-TABELA-LIB
000305                ADD 1 TO WS-CONT-TABELA-LIB
000306                MOVE LB-NOME-RECORD
000307                    TO WS-TAB-LIB-NOME(WS-CONT-TABELA-LIB)
000308                MOVE "N"
000309                    TO WS-TAB-LIB-USADA(WS-CONT-TABELA-LIB)
000310            ELSE
000311                DISPLAY 'AVISO: TABELA DE LIBERACOES CHEIA - '
000312                    'LIBERACAO IGNORADA: '
000313                        LB-NOME-RECORD
000314            END-IF.
000315*
000316**----------------------------------------------------------------*
000317        0200-ABRIR-ARQUIVOS.
000318**----------------------------------------------------------------*
000319*    SEM O CATALOGO (PRIMEIRA EXECUCAO DA CADEIA, ANTES DO
000320*    PRIMEIRO COBOL013) A TRIAGEM DEIXA TUDO PASSAR - NAO HA
000321*    CONTRA O QUE CONFERIR E SEGURAR O LOTE SERIA PIOR.
000322*
000323            OPEN INPUT NAME-IN.
000324            OPEN INPUT CATALOG-FILE.
000325            OPEN OUTPUT NAME-OUT.
000326            OPEN EXTEND SUSPENSE-FILE.
000327            OPEN OUTPUT SUSPENSE-RPT.
000328*
000329            IF WS-FS-NOME-IN NOT = "00"
000330               OR WS-FS-NOME-OUT NOT = "00"
000331               OR WS-FS-SUSPENSO NOT = "00"
000332               OR WS-FS-RELATORIO NOT = "00"
000333                DISPLAY 'ERRO SEVERO AO ABRIR ARQUIVOS - FS='
000334                    WS-FS-NOME-IN ' ' WS-FS-NOME-OUT ' '
000335                    WS-FS-SUSPENSO ' ' WS-FS-RELATORIO
000336                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000337            ELSE
000338                EVALUATE WS-FS-CATALOGO
000339                    WHEN "00"
000340                        SET WS-TEM-CATALOGO TO TRUE
000341                    WHEN "05"
000342                        DISPLAY 'AVISO: CATALOGO INDISPONIVEL - '
000343                            'TRIAGEM DESLIGADA NESTA EXECUCAO'
000344                    WHEN OTHER
000345                        DISPLAY 'ERRO SEVERO AO ABRIR CATALOGO - '
000346                            'FS='
000347                                WS-FS-CATALOGO
000348                        MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000349                END-EVALUATE
000350*
000351                MOVE WS-DH-DATA TO WS-TIT-DATA
000352                WRITE WS-LINHA-RELATORIO FROM WS-LINHA-TITULO
000353                MOVE SPACES TO WS-LINHA-RELATORIO
000354                WRITE WS-LINHA-RELATORIO
000355            END-IF.
000356*
000357**----------------------------------------------------------------*
000358        1000-TRIAR-NOMES.
000359**----------------------------------------------------------------*
000360            PERFORM UNTIL WS-ACABOU-NOMES
000361                READ NAME-IN
000362                    AT END
000363                        SET WS-ACABOU-NOMES TO TRUE
000364                    NOT AT END
000365                        ADD 1 TO WS-CONT-LIDOS
000366                        PERFORM 2000-TRIAR-NOME
000367                END-READ
000368            END-PERFORM.
000369*
000370**----------------------------------------------------------------*
000371        2000-TRIAR-NOME.
000372**----------------------------------------------------------------*
000373*    CONSULTA O CATALOGO PELA CHAVE DO NOME CORRENTE: NOME
000374*    INEDITO OU COM ULTIMA DATA ANTERIOR A DATA-MOVIMENTO PASSA
000375*    DIRETO; NOME JA VISTO NA MESMA DATA SO PASSA COM LIBERACAO
000376*    NO DECK, SENAO VAI PARA O SUSPENSO.
000377*
000378            MOVE "N" TO WS-NOME-NO-CATALOGO.
000379*
000380            IF WS-TEM-CATALOGO
000381                MOVE NR-NOME TO CT-NOME
000382                READ CATALOG-FILE
000383                    INVALID KEY
000384                        CONTINUE
000385                    NOT INVALID KEY
000386                        SET WS-NOME-JA-CATALOGADO TO TRUE
000387                END-READ
000388            END-IF.
000389*
000390            IF WS-NOME-JA-CATALOGADO
000391               AND CT-DATA-ULTIMA = WS-DH-DATA
000392                PERFORM 3000-TRATAR-REPETIDO
000393            ELSE
000394                PERFORM 4000-APROVAR-NOME
000395            END-IF.
000396*
000397**----------------------------------------------------------------*
000398        3000-TRATAR-REPETIDO.
000399**----------------------------------------------------------------*
000400            PERFORM 3100-LOCALIZAR-LIBERACAO.
000401*
000402            IF WS-LIBERACAO-ENCONTRADA
000403                MOVE "S"
000404                    TO WS-TAB-LIB-USADA(WS-IDX-LIB-ACHADA)
000405                ADD 1 TO WS-CONT-LIBERADOS
000406                MOVE NR-NOME TO WS-LIB-NOME
000407                WRITE WS-LINHA-RELATORIO FROM WS-LINHA-LIBERADO
000408                PERFORM 4000-APROVAR-NOME
000409            ELSE
000410                PERFORM 3500-SUSPENDER-NOME
000411            END-IF.
000412*
000413**----------------------------------------------------------------*
000414        3100-LOCALIZAR-LIBERACAO.
000415**----------------------------------------------------------------*
000416            MOVE "N" TO WS-LIB-ACHOU.
000417*
000418            PERFORM VARYING WS-IDX-LIB FROM 1 BY 1
000419                    UNTIL WS-IDX-LIB > WS-CONT-TABELA-LIB
000420                       OR WS-LIBERACAO-ENCONTRADA
000421                IF WS-TAB-LIB-NOME(WS-IDX-LIB) = NR-NOME
000422                   AND WS-TAB-LIB-USADA(WS-IDX-LIB) = "N"
000423                    SET WS-LIBERACAO-ENCONTRADA TO TRUE
000424                    MOVE WS-IDX-LIB TO WS-IDX-LIB-ACHADA
000425                END-IF
000426            END-PERFORM.
000427*
000428**----------------------------------------------------------------*
000429        3500-SUSPENDER-NOME.
000430**----------------------------------------------------------------*
000431            MOVE NR-NOME   TO SP-NOME.
000432            MOVE NR-ORIGEM TO SP-ORIGEM.
000433            MOVE WS-DH-DATA     TO SP-DATA-EXECUCAO.
000434            MOVE WS-DH-HORA     TO SP-HORA-EXECUCAO.
000435*
000436            WRITE SP-SUSPENSE-RECORD.
000437*
000438            IF WS-FS-SUSPENSO NOT = "00"
000439                DISPLAY 'ERRO SEVERO AO GRAVAR SUSPENSO - FS='
000440                    WS-FS-SUSPENSO
000441                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000442                SET WS-ACABOU-NOMES TO TRUE
000443            ELSE
000444                ADD 1 TO WS-CONT-SUSPENSOS
000445                MOVE NR-NOME TO WS-SUS-NOME
000446                MOVE CT-DATA-ULTIMA TO WS-SUS-DATA
000447                WRITE WS-LINHA-RELATORIO FROM WS-LINHA-SUSPENSO
000448            END-IF.
000449*
000450**----------------------------------------------------------------*
000451        4000-APROVAR-NOME.
000452**----------------------------------------------------------------*
000453            MOVE NR-NOME   TO NA-NOME.
000454            MOVE NR-ORIGEM TO NA-ORIGEM.
000455            WRITE NA-NOME-RECORD.
000456*
000457            IF WS-FS-NOME-OUT NOT = "00"
000458                DISPLAY 'ERRO SEVERO AO GRAVAR NOMEAPR - FS='
000459                    WS-FS-NOME-OUT
000460                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000461                SET WS-ACABOU-NOMES TO TRUE
000462            ELSE
000463                ADD 1 TO WS-CONT-APROVADOS
000464            END-IF.
000465*
000466**----------------------------------------------------------------*
000467        8000-FECHAR-ARQUIVOS.
000468**----------------------------------------------------------------*
000469            PERFORM 8500-EMITIR-CONTAGENS.
000470*
000471            CLOSE NAME-IN.
000472            CLOSE CATALOG-FILE.
000473            CLOSE NAME-OUT.
000474            CLOSE SUSPENSE-FILE.
000475            CLOSE SUSPENSE-RPT.
000476*
000477**----------------------------------------------------------------*
000478        8500-EMITIR-CONTAGENS.
000479**----------------------------------------------------------------*
000480            MOVE SPACES TO WS-LINHA-RELATORIO.
000481            WRITE WS-LINHA-RELATORIO.
000482*
000483            MOVE "NOMES LIDOS           " TO WS-CON-ROTULO.
000484            MOVE WS-CONT-LIDOS TO WS-CON-QTD.
000485            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000486*
000487            MOVE "APROVADOS             " TO WS-CON-ROTULO.
000488            MOVE WS-CONT-APROVADOS TO WS-CON-QTD.
000489            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000490*
000491            MOVE "SUSPENSOS             " TO WS-CON-ROTULO.
000492            MOVE WS-CONT-SUSPENSOS TO WS-CON-QTD.
000493            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000494*
000495            MOVE "LIBERADOS PELO DECK   " TO WS-CON-ROTULO.
000496            MOVE WS-CONT-LIBERADOS TO WS-CON-QTD.
000497            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000498*
000499**----------------------------------------------------------------*
000500        9000-IMPRIMIR-RESUMO.
000501**----------------------------------------------------------------*
000502            DISPLAY 'TRIAGEM DE DUPLICADOS - LIDOS '
000503                WS-CONT-LIDOS
000504                ' APROVADOS ' WS-CONT-APROVADOS
000505                ' SUSPENSOS ' WS-CONT-SUSPENSOS
000506                ' LIBERADOS ' WS-CONT-LIBERADOS.
000507*
000508**----------------------------------------------------------------*
000509        9750-GRAVAR-ESTATISTICA.
000510**----------------------------------------------------------------*
000511*    ACRESCENTA NO ARQUIVO DE ESTATISTICAS DA JANELA DE BATCH
000512*    (ESTATIST, COPY ESTATREC) O INICIO, O FIM, OS VOLUMES E O
000513*    RETURN-CODE DESTA EXECUCAO, PARA A TENDENCIA DO COBOL035.
000514*    FALHA AQUI SO GERA AVISO NA CONSOLA - A ESTATISTICA NUNCA
000515*    MUDA O RETURN-CODE DO PASSO.
000516*
000517            MOVE FUNCTION CURRENT-DATE TO WS-FIM-EXECUCAO.
000518*
000519            OPEN EXTEND STAT-FILE.
000520*
000521            IF WS-FS-ESTATIST NOT = "00"
000522               AND WS-FS-ESTATIST NOT = "05"
000523                DISPLAY 'AVISO: ESTATISTICA NAO GRAVADA - FS='
000524                    WS-FS-ESTATIST
000525            ELSE
000526                MOVE SPACES TO ES-ESTATISTICA-RECORD
000527                MOVE WS-DH-DATA TO ES-DATA-MOVIMENTO
000528                MOVE 'COBOL018' TO ES-PROGRAM-ID
000529                MOVE SPACES TO ES-FUNCAO
000530                MOVE WS-IE-DATA TO ES-DATA-INICIO
000531                MOVE WS-IE-HORA TO ES-HORA-INICIO
000532                MOVE WS-FE-DATA TO ES-DATA-FIM
000533                MOVE WS-FE-HORA TO ES-HORA-FIM
000534                MOVE WS-CONT-LIDOS TO ES-REGISTROS-LIDOS
000535                COMPUTE ES-REGISTROS-GRAVADOS =
000536                    WS-CONT-APROVADOS + WS-CONT-SUSPENSOS
000537                MOVE RETURN-CODE TO ES-RETURN-CODE
000538*
000539                WRITE ES-ESTATISTICA-RECORD
000540*
000541                IF WS-FS-ESTATIST NOT = "00"
000542                    DISPLAY 'AVISO: ESTATISTICA NAO GRAVADA - FS='
000543                        WS-FS-ESTATIST
000544                END-IF
000545*
000546                CLOSE STAT-FILE
000547            END-IF.
000548*
000549        END PROGRAM COBOL018.
000550* FIM DO PROGRAMA ****************************
