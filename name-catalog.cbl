000012*            CONTAGENS DE OCORRENCIAS ATIVAS E INATIVAS. RODA
000013*            COMO PASSO DA CADEIA DO COBOLJOB DEPOIS DO STEP020,
000014*            REFAZENDO O CATALOGO DO ZERO A CADA EXECUCAO - O
000015*            MESTRE E SEMPRE A FONTE DA VERDADE. CADA GRAFIA LEVA
000016*            EM CT-PESSOA A PESSOA A QUE SEUS MR-ID ESTAO LIGADOS
000017*            NA REFERENCIA CRUZADA PESSOAS (COPY PESSREC, MANTIDA
000018*            PELO COBOL038), E O RESUMO CONTA TAMBEM AS PESSOAS
000019*            DISTINTAS: AS PESSOAS DA REFERENCIA CRUZADA MAIS AS
000020*            GRAFIAS SEM NENHUM MR-ID LIGADO.
000021* CPD      : INEFE
000022******************************************************************
000023******************************************************************
000024* CONDICOES DE RETORNO (RETURN-CODE) DESTE PROGRAMA:
000025*     0000  =  PROCESSAMENTO NORMAL, CATALOGO REFEITO
000026*     0004  =  AVISO - MESTRE SEM NENHUM REGISTRO, OU TABELA DE
000027*              PESSOAS CHEIA (CONTAGEM DE PESSOAS PARCIAL; O
000028*              CATALOGO E REFEITO NORMALMENTE)
000029*     0016  =  ERRO SEVERO - FALHA AO ABRIR/GRAVAR MASTOUT,
000030*              CATALOGO OU PESSOAS
000031******************************************************************
000032        IDENTIFICATION DIVISION.
000033**************************
000034        PROGRAM-ID. COBOL013.
000035        AUTHOR. FRANCINE NUNES MOYSES.
000036        DATE-WRITTEN. 26/08/14 @ 16:00:00.
000037        DATE-COMPILED. 2026-08-14.
000038        INSTALLATION. INEFE.
000039        SECURITY. NORMAL.
000040*
000041***********************
000042        ENVIRONMENT DIVISION.
000043***********************
000044*
000045        INPUT-OUTPUT SECTION.
000046*
000047        FILE-CONTROL.
000048            SELECT MASTER-FILE ASSIGN TO "MASTOUT"
000049                ORGANIZATION IS INDEXED
000050                ACCESS MODE IS SEQUENTIAL
000051                RECORD KEY IS MR-ID
000052                FILE STATUS IS WS-FS-MASTER.
000053*
000054            SELECT CATALOG-FILE ASSIGN TO "CATALOGO"
000055                ORGANIZATION IS INDEXED
000056                ACCESS MODE IS DYNAMIC
000057                RECORD KEY IS CT-NOME
000058                FILE STATUS IS WS-FS-CATALOGO.
000059*
000060            SELECT OPTIONAL PERSON-XREF ASSIGN TO "PESSOAS"
000061                ORGANIZATION IS INDEXED
000062                ACCESS MODE IS RANDOM
000063                RECORD KEY IS PX-ID
000064                FILE STATUS IS WS-FS-PESSOAS.
000065*
000066            SELECT OPTIONAL DATE-CARD ASSIGN TO "DATAPROC"
000067                ORGANIZATION IS SEQUENTIAL
000068                FILE STATUS IS WS-FS-DATAPROC.
000069*
000070            SELECT OPTIONAL STAT-FILE ASSIGN TO "ESTATIST"
000071                ORGANIZATION IS SEQUENTIAL
000072                FILE STATUS IS WS-FS-ESTATIST.
000073*
000074****************
000075        DATA DIVISION.
000076****************
000077*
000078        FILE SECTION.
000079*
000080        FD  MASTER-FILE.
000081        COPY "MASTREC.cpy".
000082*
000083        FD  CATALOG-FILE.
000084        COPY "CATREC.cpy".
000085*
000086        FD  PERSON-XREF.
000087        COPY "PESSREC.cpy".
000088*
000089        FD  DATE-CARD
000090            RECORDING MODE IS F.
000091        COPY "DATPREC.cpy".
000092*
000093        FD  STAT-FILE
000094            RECORDING MODE IS F.
000095        COPY "ESTATREC.cpy".
000096*
000097        WORKING-STORAGE SECTION.
000098*
000099        01  WS-CONDICAO-RETORNO.
000100            05  WS-RC-NORMAL             PIC 9(2) VALUE 00.
000101            05  WS-RC-AVISO              PIC 9(2) VALUE 04.
000102            05  WS-RC-ERRO-SEVERO        PIC 9(2) VALUE 16.
000103*
000104        01  WS-FS-MASTER               PIC X(2) VALUE SPACES.
000105        01  WS-FS-CATALOGO             PIC X(2) VALUE SPACES.
000106        01  WS-FS-PESSOAS              PIC X(2) VALUE SPACES.
000107        01  WS-FS-DATAPROC             PIC X(2) VALUE SPACES.
000108        01  WS-FS-ESTATIST             PIC X(2) VALUE SPACES.
000109*
000110        01  WS-DATA-HORA-ATUAL.
000111            05  WS-DH-DATA              PIC 9(8).
000112            05  WS-DH-HORA              PIC 9(6).
000113            05  WS-DH-CENTESIMOS        PIC 9(2).
000114            05  WS-DH-DIFGMT            PIC X(5).
000115*
000116        01  WS-INICIO-EXECUCAO.
000117            05  WS-IE-DATA              PIC 9(8).
000118            05  WS-IE-HORA              PIC 9(6).
000119            05  FILLER                  PIC X(7).
000120        01  WS-FIM-EXECUCAO.
000121            05  WS-FE-DATA              PIC 9(8).
000122            05  WS-FE-HORA              PIC 9(6).
000123            05  FILLER                  PIC X(7).
000124*
000125        77  WS-MASTER-FIM              PIC X(1) VALUE "N".
000126            88  WS-ACABOU-MASTER            VALUE "S".
000127*
000128        77  WS-NOME-NO-CATALOGO        PIC X(1) VALUE "N".
000129            88  WS-NOME-JA-CATALOGADO       VALUE "S".
000130*
000131        77  WS-CONT-LIDOS              PIC 9(6) VALUE ZERO.
000132        77  WS-CONT-DISTINTOS          PIC 9(6) VALUE ZERO.
000133*
000134*    PESSOA DO MR-ID CORRENTE NA REFERENCIA CRUZADA (ZERO QUANDO O
000135*    MR-ID NAO ESTA LIGADO A NINGUEM). AS PESSOAS JA VISTAS FICAM
000136*    NA TABELA ORDENADA, QUE TEM UMA POSICAO ALEM DO MAXIMO PARA A
000137*    VARREDURA PARAR SEM SAIR DOS LIMITES.
000138        77  WS-PESSOA-DO-ID            PIC 9(9) VALUE ZERO.
000139        77  WS-MAX-PESSOAS             PIC 9(5) VALUE 20000.
000140        77  WS-CONT-PESSOAS            PIC 9(5) VALUE ZERO.
000141        77  WS-IDX-PES                 PIC 9(5) VALUE ZERO.
000142        77  WS-IDX-DESLOCA             PIC 9(5) VALUE ZERO.
000143        77  WS-IDX-PROXIMO             PIC 9(5) VALUE ZERO.
000144        77  WS-TABELA-PESSOAS-CHEIA    PIC X(1) VALUE "N".
000145            88  WS-PESSOAS-SEM-VAGA         VALUE "S".
000146        77  WS-PESSOAS-ABERTO          PIC X(1) VALUE "N".
000147            88  WS-ABRIU-PESSOAS            VALUE "S".
000148*
000149        01  WS-TABELA-PESSOAS.
000150            05  WS-TAB-PES-NUMERO      OCCURS 20001 TIMES
000151                                       PIC 9(9).
000152*
000153        77  WS-CONT-GRAFIAS-SEM-PESSOA PIC 9(6) VALUE ZERO.
000154        77  WS-CONT-GRAFIAS-DIVIDIDAS  PIC 9(6) VALUE ZERO.
000155        77  WS-CONT-PESSOAS-DISTINTAS  PIC 9(6) VALUE ZERO.
000156*
000157        77  WS-IDX-ORIG                PIC 9(1) VALUE ZERO.
000158        77  WS-IDX-ORIG-ACHADA         PIC 9(1) VALUE ZERO.
000159        77  WS-ORIG-ACHOU              PIC X(1) VALUE "N".
000160            88  WS-ORIGEM-NA-VAGA           VALUE "S".
000161*
000162*********************
000163        PROCEDURE DIVISION.
000164*********************
000165*
000166            MOVE FUNCTION CURRENT-DATE TO WS-INICIO-EXECUCAO.
000167*
000168            MOVE WS-RC-NORMAL TO RETURN-CODE.
000169            PERFORM 0050-OBTER-DATA-PROCESSO.
000170*
000171            OPEN INPUT MASTER-FILE.
000172*
000173            IF WS-FS-MASTER NOT = "00"
000174                DISPLAY 'ERRO SEVERO AO ABRIR MASTOUT - FS='
000175                    WS-FS-MASTER
000176                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000177            ELSE
000178                PERFORM 0100-ABRIR-PESSOAS
000179*
000180                IF RETURN-CODE < WS-RC-ERRO-SEVERO
000181                    PERFORM 1000-RECRIAR-CATALOGO
000182                END-IF
000183*
000184                IF RETURN-CODE < WS-RC-ERRO-SEVERO
000185                    PERFORM 2000-CATALOGAR-MESTRE
000186                    PERFORM 9000-IMPRIMIR-RESUMO
000187*
000188                    IF WS-CONT-LIDOS = ZERO
000189                       AND RETURN-CODE < WS-RC-AVISO
000190                        MOVE WS-RC-AVISO TO RETURN-CODE
000191                    END-IF
000192*
000193                    CLOSE CATALOG-FILE
000194                END-IF
000195*
000196                IF WS-ABRIU-PESSOAS
000197                    CLOSE PERSON-XREF
000198                END-IF
000199                CLOSE MASTER-FILE
000200            END-IF.
000201*
000202            PERFORM 9750-GRAVAR-ESTATISTICA.
000203*
000204            STOP RUN.
000205*
000206**----------------------------------------------------------------*
000207        0050-OBTER-DATA-PROCESSO.
000208**----------------------------------------------------------------*
000209*    A DATA-MOVIMENTO VEM DO CARTAO DATAPROC, A MESMA QUE OS
000210*    DEMAIS PASSOS DO COBOLJOB CARIMBAM; SEM O CARTAO, VALE A
000211*    DATA DA MAQUINA, COM AVISO NA CONSOLA.
000212*
000213            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
000214*
000215            OPEN INPUT DATE-CARD.
000216*
000217            IF WS-FS-DATAPROC = "00"
000218                READ DATE-CARD
000219                    AT END
000220                        DISPLAY 'AVISO: DATAPROC VAZIO - USANDO '
000221                            'A DATA DA MAQUINA'
000222                    NOT AT END
000223                        IF DP-DATA-PROCESSAMENTO IS NUMERIC
000224                           AND DP-DATA-PROCESSAMENTO > ZERO
000225                            MOVE DP-DATA-PROCESSAMENTO
000226                                TO WS-DH-DATA
000227                        ELSE
000228                            DISPLAY 'AVISO: DATAPROC INVALIDO - '
000229                                'USANDO A DATA DA MAQUINA'
000230                        END-IF
000231                END-READ
000232                CLOSE DATE-CARD
000233            ELSE
000234                DISPLAY 'AVISO: DATAPROC INDISPONIVEL - USANDO '
000235                    'A DATA DA MAQUINA'
000236            END-IF.
000237*
000238**----------------------------------------------------------------*
000239        0100-ABRIR-PESSOAS.
000240**----------------------------------------------------------------*
000241*    SEM A REFERENCIA CRUZADA (NENHUM GRUPO CONFIRMADO AINDA)
000242*    CADA GRAFIA CONTA COMO UMA PESSOA, COMO ANTES. O FECHAMENTO
000243*    NO FIM SO ACONTECE SE A ABERTURA FOI ACEITA (FS 00 OU 05).
000244*
000245            OPEN INPUT PERSON-XREF.
000246*
000247            IF WS-FS-PESSOAS NOT = "00"
000248               AND WS-FS-PESSOAS NOT = "05"
000249                DISPLAY 'ERRO SEVERO AO ABRIR PESSOAS - FS='
000250                    WS-FS-PESSOAS
000251                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000252            END-IF.
000253*
000254            IF WS-FS-PESSOAS = "00" OR "05"
000255                SET WS-ABRIU-PESSOAS TO TRUE
000256            END-IF.
000257*
000258**----------------------------------------------------------------*
000259        1000-RECRIAR-CATALOGO.
000260**----------------------------------------------------------------*
000261*    O CATALOGO E REFEITO DO ZERO: ABRE EM OUTPUT PARA ESVAZIAR
000262*    A GERACAO ANTERIOR E GRAVA LOGO O PRIMEIRO REGISTRO DO
000263*    MESTRE NESSA FASE - UM KSDS RECEM-DEFINIDO E FECHADO SEM
000264*    NENHUMA GRAVACAO NAO PODE SER REABERTO EM I-O. SO DEPOIS
000265*    REABRE EM I-O PARA A FASE DE ACUMULACAO LER, INCLUIR E
000266*    REGRAVAR PELA CHAVE CT-NOME.
000267*
000268            OPEN OUTPUT CATALOG-FILE.
000269*
000270            IF WS-FS-CATALOGO NOT = "00"
000271                DISPLAY 'ERRO SEVERO AO CRIAR CATALOGO - FS='
000272                    WS-FS-CATALOGO
000273                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000274            ELSE
000275                READ MASTER-FILE
000276                    AT END
000277                        SET WS-ACABOU-MASTER TO TRUE
000278                    NOT AT END
000279                        ADD 1 TO WS-CONT-LIDOS
000280                        PERFORM 1100-GRAVAR-PRIMEIRO-NOME
000281                        CLOSE CATALOG-FILE
000282                        IF RETURN-CODE < WS-RC-ERRO-SEVERO
000283                            OPEN I-O CATALOG-FILE
000284                            IF WS-FS-CATALOGO NOT = "00"
000285                                DISPLAY 'ERRO SEVERO AO REABRIR '
000286                                    'CATALOGO - FS='
000287                                        WS-FS-CATALOGO
000288                                MOVE WS-RC-ERRO-SEVERO
000289                                    TO RETURN-CODE
000290                            END-IF
000291                        END-IF
000292                END-READ
000293            END-IF.
000294*
000295**----------------------------------------------------------------*
000296        1100-GRAVAR-PRIMEIRO-NOME.
000297**----------------------------------------------------------------*
000298            MOVE MR-NOME          TO CT-NOME.
000299            MOVE MR-DATA-EXECUCAO TO CT-DATA-PRIMEIRA.
000300            MOVE MR-DATA-EXECUCAO TO CT-DATA-ULTIMA.
000301            MOVE 1                TO CT-CONT-EXECUCOES.
000302            IF MR-STATUS-ATIVO
000303                MOVE 1 TO CT-CONT-ATIVOS
000304                MOVE ZERO TO CT-CONT-INATIVOS
000305            ELSE
000306                MOVE ZERO TO CT-CONT-ATIVOS
000307                MOVE 1 TO CT-CONT-INATIVOS
000308            END-IF.
000309            PERFORM 3200-INICIAR-ORIGENS.
000310            PERFORM 3100-ACUMULAR-ORIGEM.
000311            PERFORM 3050-CONSULTAR-PESSOA.
000312            MOVE WS-PESSOA-DO-ID TO CT-PESSOA.
000313            IF WS-PESSOA-DO-ID = ZERO
000314                ADD 1 TO WS-CONT-GRAFIAS-SEM-PESSOA
000315            END-IF.
000316            WRITE CT-CATALOG-RECORD.
000317*
000318            IF WS-FS-CATALOGO NOT = "00"
000319                DISPLAY 'ERRO SEVERO AO GRAVAR CATALOGO - FS='
000320                    WS-FS-CATALOGO
000321                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000322            ELSE
000323                ADD 1 TO WS-CONT-DISTINTOS
000324            END-IF.
000325*
000326**----------------------------------------------------------------*
000327        2000-CATALOGAR-MESTRE.
000328**----------------------------------------------------------------*
000329            PERFORM UNTIL WS-ACABOU-MASTER
000330                READ MASTER-FILE
000331                    AT END
000332                        SET WS-ACABOU-MASTER TO TRUE
000333                    NOT AT END
000334                        ADD 1 TO WS-CONT-LIDOS
000335                        PERFORM 3000-ACUMULAR-NOME
000336                END-READ
000337            END-PERFORM.
000338*
000339**----------------------------------------------------------------*
000340        3000-ACUMULAR-NOME.
000341**----------------------------------------------------------------*
000342*    LE O CATALOGO PELA CHAVE MR-NOME: SE O NOME JA EXISTE,
000343*    ATUALIZA DATAS E CONTAGENS E REGRAVA; SE NAO, ABRE O
000344*    REGISTRO NOVO COM AS CONTAGENS INICIAIS. A GRAFIA FICA COM
000345*    A PESSOA DO PRIMEIRO DE SEUS MR-ID QUE ESTIVER LIGADO; GRAFIA
000346*    CUJOS MR-ID ESTAO EM PESSOAS DIFERENTES E CONTADA A PARTE.
000347*
000348            PERFORM 3050-CONSULTAR-PESSOA.
000349            MOVE "N" TO WS-NOME-NO-CATALOGO.
000350            MOVE MR-NOME TO CT-NOME.
000351*
000352            READ CATALOG-FILE
000353                INVALID KEY
000354                    CONTINUE
000355                NOT INVALID KEY
000356                    SET WS-NOME-JA-CATALOGADO TO TRUE
000357            END-READ.
000358*
000359            IF WS-NOME-JA-CATALOGADO
000360                IF MR-DATA-EXECUCAO < CT-DATA-PRIMEIRA
000361                    MOVE MR-DATA-EXECUCAO TO CT-DATA-PRIMEIRA
000362                END-IF
000363                IF MR-DATA-EXECUCAO > CT-DATA-ULTIMA
000364                    MOVE MR-DATA-EXECUCAO TO CT-DATA-ULTIMA
000365                END-IF
000366                ADD 1 TO CT-CONT-EXECUCOES
000367                IF MR-STATUS-ATIVO
000368                    ADD 1 TO CT-CONT-ATIVOS
000369                ELSE
000370                    ADD 1 TO CT-CONT-INATIVOS
000371                END-IF
000372                PERFORM 3100-ACUMULAR-ORIGEM
000373                IF WS-PESSOA-DO-ID NOT = ZERO
000374                    IF CT-PESSOA = ZERO
000375                        MOVE WS-PESSOA-DO-ID TO CT-PESSOA
000376                        SUBTRACT 1 FROM WS-CONT-GRAFIAS-SEM-PESSOA
000377                    ELSE
000378                        IF CT-PESSOA NOT = WS-PESSOA-DO-ID
000379                            ADD 1 TO WS-CONT-GRAFIAS-DIVIDIDAS
000380                        END-IF
000381                    END-IF
000382                END-IF
000383                REWRITE CT-CATALOG-RECORD
000384            ELSE
000385                MOVE MR-NOME          TO CT-NOME
000386                MOVE MR-DATA-EXECUCAO TO CT-DATA-PRIMEIRA
000387                MOVE MR-DATA-EXECUCAO TO CT-DATA-ULTIMA
000388                MOVE 1                TO CT-CONT-EXECUCOES
000389                IF MR-STATUS-ATIVO
000390                    MOVE 1 TO CT-CONT-ATIVOS
000391                    MOVE ZERO TO CT-CONT-INATIVOS
000392                ELSE
000393                    MOVE ZERO TO CT-CONT-ATIVOS
000394                    MOVE 1 TO CT-CONT-INATIVOS
000395                END-IF
000396                PERFORM 3200-INICIAR-ORIGENS
000397                PERFORM 3100-ACUMULAR-ORIGEM
000398                MOVE WS-PESSOA-DO-ID TO CT-PESSOA
000399                IF WS-PESSOA-DO-ID = ZERO
000400                    ADD 1 TO WS-CONT-GRAFIAS-SEM-PESSOA
000401                END-IF
000402                WRITE CT-CATALOG-RECORD
000403                ADD 1 TO WS-CONT-DISTINTOS
000404            END-IF.
000405*
000406            IF WS-FS-CATALOGO NOT = "00"
000407                DISPLAY 'ERRO AO GRAVAR CATALOGO - FS='
000408                    WS-FS-CATALOGO
000409                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000410                SET WS-ACABOU-MASTER TO TRUE
000411            END-IF.
000412*
000413**----------------------------------------------------------------*
000414        3050-CONSULTAR-PESSOA.
000415**----------------------------------------------------------------*
000416*    LE A PESSOA DO MR-ID CORRENTE E, SE ELA AINDA NAO FOI
000417*    VISTA, GUARDA NA TABELA ORDENADA (LOCALIZA A POSICAO E ABRE
000418*    ESPACO DESLOCANDO AS MAIORES). TABELA CHEIA SO DEIXA A
000419*    CONTAGEM DE PESSOAS PARCIAL, COM AVISO.
000420*
000421            MOVE MR-ID TO PX-ID.
000422*
000423            READ PERSON-XREF
000424                INVALID KEY
000425                    MOVE ZERO TO WS-PESSOA-DO-ID
000426                NOT INVALID KEY
000427                    MOVE PX-PESSOA TO WS-PESSOA-DO-ID
000428            END-READ.
000429*
000430            IF WS-PESSOA-DO-ID NOT = ZERO
000431                PERFORM VARYING WS-IDX-PES FROM 1 BY 1
000432                        UNTIL WS-IDX-PES > WS-CONT-PESSOAS
000433                           OR WS-TAB-PES-NUMERO(WS-IDX-PES)
000434                              >= WS-PESSOA-DO-ID
000435                    CONTINUE
000436                END-PERFORM
000437*
000438                IF WS-IDX-PES <= WS-CONT-PESSOAS
000439                   AND WS-TAB-PES-NUMERO(WS-IDX-PES)
000440                       = WS-PESSOA-DO-ID
000441                    CONTINUE
000442                ELSE
000443                    IF WS-CONT-PESSOAS >= WS-MAX-PESSOAS
000444                        IF NOT WS-PESSOAS-SEM-VAGA
000445                            DISPLAY 'AVISO: MAIS DE '
000446                                WS-MAX-PESSOAS
000447                                ' PESSOAS - CONTAGEM DE PESSOAS '
000448                                'PARCIAL'
000449                            SET WS-PESSOAS-SEM-VAGA TO TRUE
000450                        END-IF
000451                    ELSE
000452                        PERFORM VARYING WS-IDX-DESLOCA
000453                                FROM WS-CONT-PESSOAS BY -1
000454                                UNTIL WS-IDX-DESLOCA < WS-IDX-PES
000455                            COMPUTE WS-IDX-PROXIMO =
000456                                    WS-IDX-DESLOCA + 1
000457                            MOVE WS-TAB-PES-NUMERO(WS-IDX-DESLOCA)
000458                              TO WS-TAB-PES-NUMERO(WS-IDX-PROXIMO)
000459                        END-PERFORM
000460                        MOVE WS-PESSOA-DO-ID
000461                            TO WS-TAB-PES-NUMERO(WS-IDX-PES)
000462                        ADD 1 TO WS-CONT-PESSOAS
000463                    END-IF
000464                END-IF
000465            END-IF.
000466*
000467**----------------------------------------------------------------*
000468        3100-ACUMULAR-ORIGEM.
000469**----------------------------------------------------------------*
000470*    ACUMULA A EXECUCAO CORRENTE NA VAGA DE ORIGEM DO REGISTRO
000471*    DO CATALOGO: VAGAS 1 A 4 PARA ORIGENS DISTINTAS E A VAGA 5
000472*    ("OUTR") PARA O QUE PASSAR DELAS - ORIGENS POR NOME SAO
000473*    POUCAS, QUATRO VAGAS COBREM O CASO NORMAL.
000474*
000475            MOVE "N" TO WS-ORIG-ACHOU.
000476*
000477            PERFORM VARYING WS-IDX-ORIG FROM 1 BY 1
000478                    UNTIL WS-IDX-ORIG > 4
000479                       OR WS-ORIGEM-NA-VAGA
000480                IF CT-ORIG-CODIGO(WS-IDX-ORIG) = MR-ORIGEM
000481                    SET WS-ORIGEM-NA-VAGA TO TRUE
000482                    MOVE WS-IDX-ORIG TO WS-IDX-ORIG-ACHADA
000483                END-IF
000484            END-PERFORM.
000485*
000486            IF WS-ORIGEM-NA-VAGA
000487                ADD 1 TO CT-ORIG-CONT(WS-IDX-ORIG-ACHADA)
000488            ELSE
000489                PERFORM VARYING WS-IDX-ORIG FROM 1 BY 1
000490                        UNTIL WS-IDX-ORIG > 4
000491                           OR WS-ORIGEM-NA-VAGA
000492                    IF CT-ORIG-CODIGO(WS-IDX-ORIG) = SPACES
000493                        SET WS-ORIGEM-NA-VAGA TO TRUE
000494                        MOVE MR-ORIGEM
000495                            TO CT-ORIG-CODIGO(WS-IDX-ORIG)
000496                        ADD 1 TO CT-ORIG-CONT(WS-IDX-ORIG)
000497                    END-IF
000498                END-PERFORM
000499                IF NOT WS-ORIGEM-NA-VAGA
000500                    MOVE "OUTR" TO CT-ORIG-CODIGO(5)
000501                    ADD 1 TO CT-ORIG-CONT(5)
000502                END-IF
000503            END-IF.
000504*
000505**----------------------------------------------------------------*
000506        3200-INICIAR-ORIGENS.
000507**----------------------------------------------------------------*
000508            PERFORM VARYING WS-IDX-ORIG FROM 1 BY 1
000509                    UNTIL WS-IDX-ORIG > 5
000510                MOVE SPACES TO CT-ORIG-CODIGO(WS-IDX-ORIG)
000511                MOVE ZERO   TO CT-ORIG-CONT(WS-IDX-ORIG)
000512            END-PERFORM.
000513*
000514**----------------------------------------------------------------*
000515        9000-IMPRIMIR-RESUMO.
000516**----------------------------------------------------------------*
000517            DISPLAY 'CATALOGO DE NOMES REFEITO'.
000518            DISPLAY 'REGISTROS DO MESTRE : ' WS-CONT-LIDOS.
000519            DISPLAY 'NOMES DISTINTOS     : ' WS-CONT-DISTINTOS.
000520*
000521            COMPUTE WS-CONT-PESSOAS-DISTINTAS =
000522                    WS-CONT-PESSOAS + WS-CONT-GRAFIAS-SEM-PESSOA.
000523            DISPLAY 'PESSOAS DISTINTAS   : '
000524                WS-CONT-PESSOAS-DISTINTAS.
000525            DISPLAY 'GRAFIAS SEM PESSOA  : '
000526                WS-CONT-GRAFIAS-SEM-PESSOA.
000527            IF WS-CONT-GRAFIAS-DIVIDIDAS > ZERO
000528                DISPLAY 'AVISO: ' WS-CONT-GRAFIAS-DIVIDIDAS
000529                    ' MR-ID COM GRAFIA JA LIGADA A OUTRA PESSOA'
000530            END-IF.
000531            IF WS-PESSOAS-SEM-VAGA
000532               AND RETURN-CODE < WS-RC-AVISO
000533                MOVE WS-RC-AVISO TO RETURN-CODE
000534            END-IF.
000535*
000536**----------------------------------------------------------------*
000537        9750-GRAVAR-ESTATISTICA.
000538**----------------------------------------------------------------*
000539*    ACRESCENTA NO ARQUIVO DE ESTATISTICAS DA JANELA DE BATCH
000540*    (ESTATIST, COPY ESTATREC) O INICIO, O FIM, OS VOLUMES E O
000541*    RETURN-CODE DESTA EXECUCAO, PARA A TENDENCIA DO COBOL035.
000542*    FALHA AQUI SO GERA AVISO NA CONSOLA - A ESTATISTICA NUNCA
000543*    MUDA O RETURN-CODE DO PASSO.
000544*
000545            MOVE FUNCTION CURRENT-DATE TO WS-FIM-EXECUCAO.
000546*
000547            OPEN EXTEND STAT-FILE.
000548*
000549            IF WS-FS-ESTATIST NOT = "00"
000550               AND WS-FS-ESTATIST NOT = "05"
000551                DISPLAY 'AVISO: ESTATISTICA NAO GRAVADA - FS='
000552                    WS-FS-ESTATIST
000553            ELSE
000554                MOVE SPACES TO ES-ESTATISTICA-RECORD
000555                MOVE WS-DH-DATA TO ES-DATA-MOVIMENTO
000556                MOVE 'COBOL013' TO ES-PROGRAM-ID
000557                MOVE SPACES TO ES-FUNCAO
000558                MOVE WS-IE-DATA TO ES-DATA-INICIO
000559                MOVE WS-IE-HORA TO ES-HORA-INICIO
000560                MOVE WS-FE-DATA TO ES-DATA-FIM
000561                MOVE WS-FE-HORA TO ES-HORA-FIM
000562                MOVE WS-CONT-LIDOS TO ES-REGISTROS-LIDOS
000563                MOVE WS-CONT-DISTINTOS TO ES-REGISTROS-GRAVADOS
000564                MOVE RETURN-CODE TO ES-RETURN-CODE
000565*
000566                WRITE ES-ESTATISTICA-RECORD
000567*
000568                IF WS-FS-ESTATIST NOT = "00"
000569                    DISPLAY 'AVISO: ESTATISTICA NAO GRAVADA - FS='
000570                        WS-FS-ESTATIST
000571                END-IF
000572*
000573                CLOSE STAT-FILE
000574            END-IF.
000575*
000576        END PROGRAM COBOL013.
000577* FIM DO PROGRAMA ****************************
