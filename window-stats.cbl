000001******************************************************************
000002* DATA     : 15/10/2026
000003* AUTOR    : FRANCINE NUNES MOYSES
000004* OBJETIVO : ESTATISTICAS DA JANELA DE BATCH DO COBOLJOB. LE O
000005*            ARQUIVO ESTATIST (COPY ESTATREC), ONDE CADA PASSO DA
000006*            CADEIA ACRESCENTA, AO FINAL DE CADA EXECUCAO, O
000007*            INICIO, O FIM, OS REGISTROS LIDOS E GRAVADOS E O
000008*            RETURN-CODE, PELA DATA-MOVIMENTO DO CARTAO DATAPROC.
000009*            O PARM (POSICOES 1-3, OPCIONAL) DIZ QUANTOS CICLOS
000010*            (DATAS-MOVIMENTO DISTINTAS ATE A DATA DO CARTAO)
000011*            ENTRAM NO RELATORIO - PADRAO 010, MAXIMO 030. O
000012*            RELATORIO RELESTAT TRAZ:
000013*              - A TENDENCIA POR PASSO (PROGRAMA + FUNCAO): UMA
000014*                LINHA POR CICLO COM EXECUCOES, TEMPO, LIDOS,
000015*                GRAVADOS E MAIOR RETURN-CODE, A MEDIA, O MINIMO
000016*                E O MAXIMO DOS CICLOS EXECUTADOS E A VARIACAO
000017*                DO ULTIMO CICLO SOBRE A MEDIA DOS ANTERIORES;
000018*              - A JANELA DE CADA CICLO (PRIMEIRO INICIO, ULTIMO
000019*                FIM E DURACAO TOTAL);
000020*              - OS ESTOUROS DE LIMITE AINDA NAO AVISADOS.
000021*            O LIMITE DE TEMPO DE CADA PASSO VEM DO ARQUIVO
000022*            LIMITES (COPY LIMREC). CADA EXECUCAO DO CICLO
000023*            CORRENTE ACIMA DO LIMITE VIRA UM AVISO NO ARQUIVO
000024*            CENTRAL DE MENSAGENS, QUE O COBOL020 LISTA NO
000025*            RELATORIO DE EXCECOES DO MESMO CICLO. OS PASSOS QUE
000026*            RODAM DEPOIS DESTE (COBOL020 E COBOL016) SAO
000027*            CONFERIDOS NA EXECUCAO SEGUINTE: DO CICLO ANTERIOR
000028*            ENTRAM AS EXECUCOES INICIADAS DEPOIS DA ULTIMA
000029*            PASSAGEM DO COBOL035 NAQUELA DATA. UMA NOVA EXECUCAO
000030*            NA MESMA DATA NAO REPETE OS AVISOS JA DADOS.
000031* CPD      : INEFE
000032******************************************************************
000033******************************************************************
000034* CONDICOES DE RETORNO (RETURN-CODE) DESTE PROGRAMA:
000035*     0000  =  RELATORIO EMITIDO, NENHUM ESTOURO NOVO DE LIMITE
000036*     0004  =  AVISO - PASSO ACIMA DO LIMITE DE TEMPO (UM AVISO
000037*              POR EXECUCAO NO ARQUIVO DE MENSAGENS), NENHUMA
000038*              ESTATISTICA NOS CICLOS PEDIDOS, OU CARTAO DE
000039*              LIMITE INVALIDO IGNORADO
000040*     0008  =  ERRO DE DADOS - PARM COM QUANTIDADE DE CICLOS
000041*              INVALIDA, OU TABELA DE PASSOS/LIMITES CHEIA
000042*              (RELATORIO INCOMPLETO)
000043*     0016  =  ERRO SEVERO - FALHA AO ABRIR UM DOS ARQUIVOS
000044******************************************************************
000045        IDENTIFICATION DIVISION.
000046**************************
000047        PROGRAM-ID. COBOL035.
000048        AUTHOR. FRANCINE NUNES MOYSES.
000049        DATE-WRITTEN. 26/10/15 @ 19:00:00.
000050        DATE-COMPILED. 2026-10-15.
000051        INSTALLATION. INEFE.
000052        SECURITY. NORMAL.
000053*
000054***********************
000055        ENVIRONMENT DIVISION.
000056***********************
000057*
000058        CONFIGURATION SECTION.
000059*
000060        SOURCE-COMPUTER. IBM-ZOS.
000061        OBJECT-COMPUTER. IBM-ZOS.
000062*
000063        SPECIAL-NAMES.
000064*
000065        DECIMAL-POINT IS COMMA.
000066*
000067        INPUT-OUTPUT SECTION.
000068*
000069        FILE-CONTROL.
000070            SELECT OPTIONAL STAT-FILE ASSIGN TO "ESTATIST"
000071                ORGANIZATION IS SEQUENTIAL
000072                FILE STATUS IS WS-FS-ESTATIST.
000073*
000074            SELECT OPTIONAL LIMIT-FILE ASSIGN TO "LIMITES"
000075                ORGANIZATION IS SEQUENTIAL
000076                FILE STATUS IS WS-FS-LIMITES.
000077*
000078            SELECT OPTIONAL DATE-CARD ASSIGN TO "DATAPROC"
000079                ORGANIZATION IS SEQUENTIAL
000080                FILE STATUS IS WS-FS-DATAPROC.
000081*
000082            SELECT REPORT-OUT ASSIGN TO "RELESTAT"
000083                ORGANIZATION IS SEQUENTIAL
000084                FILE STATUS IS WS-FS-RELATORIO.
000085*
000086            SELECT MSG-FILE ASSIGN TO "MENSAGEM"
000087                ORGANIZATION IS SEQUENTIAL
000088                FILE STATUS IS WS-FS-MENSAGEM.
000089*
000090****************
000091        DATA DIVISION.
000092****************
000093*
000094        FILE SECTION.
000095*
000096        FD  STAT-FILE
000097            RECORDING MODE IS F.
000098        COPY "ESTATREC.cpy".
000099*
000100        FD  LIMIT-FILE
000101            RECORDING MODE IS F.
000102        COPY "LIMREC.cpy".
000103*
000104        FD  DATE-CARD
000105            RECORDING MODE IS F.
000106        COPY "DATPREC.cpy".
000107*
000108        FD  REPORT-OUT
000109            RECORDING MODE IS F.
000110        01  WS-LINHA-RELATORIO         PIC X(80).
000111*
000112        FD  MSG-FILE
000113            RECORDING MODE IS F.
000114        COPY "MSGREC.cpy".
000115*
000116        WORKING-STORAGE SECTION.
000117*
000118        01  WS-CONDICAO-RETORNO.
000119            05  WS-RC-NORMAL             PIC 9(2) VALUE 00.
000120            05  WS-RC-AVISO              PIC 9(2) VALUE 04.
000121            05  WS-RC-ERRO-DADOS         PIC 9(2) VALUE 08.
000122            05  WS-RC-ERRO-SEVERO        PIC 9(2) VALUE 16.
000123*
000124        01  WS-FS-ESTATIST             PIC X(2) VALUE SPACES.
000125        01  WS-FS-LIMITES              PIC X(2) VALUE SPACES.
000126        01  WS-FS-DATAPROC             PIC X(2) VALUE SPACES.
000127        01  WS-FS-RELATORIO            PIC X(2) VALUE SPACES.
000128        01  WS-FS-MENSAGEM             PIC X(2) VALUE SPACES.
000129*
000130        01  WS-MSG-CODIGO-COMP.
000131            05  FILLER                  PIC X(2) VALUE "RC".
000132            05  WS-MSG-CODIGO-RC        PIC 9(2) VALUE ZERO.
000133        77  WS-MSG-SEVERIDADE          PIC X(1) VALUE "I".
000134        77  WS-MSG-TEXTO               PIC X(50) VALUE SPACES.
000135*
000136        01  WS-DATA-HORA-ATUAL.
000137            05  WS-DH-DATA              PIC 9(8).
000138            05  WS-DH-HORA              PIC 9(6).
000139            05  WS-DH-CENTESIMOS        PIC 9(2).
000140            05  WS-DH-DIFGMT            PIC X(5).
000141*
000142        01  WS-INICIO-EXECUCAO.
000143            05  WS-IE-DATA              PIC 9(8).
000144            05  WS-IE-HORA              PIC 9(6).
000145            05  FILLER                  PIC X(7).
000146        01  WS-FIM-EXECUCAO.
000147            05  WS-FE-DATA              PIC 9(8).
000148            05  WS-FE-HORA              PIC 9(6).
000149            05  FILLER                  PIC X(7).
000150*
000151        77  WS-ARQUIVO-FIM             PIC X(1) VALUE "N".
000152            88  WS-ACABOU-ARQUIVO           VALUE "S".
000153*
000154        77  WS-MAX-CICLOS              PIC 9(2) VALUE 30.
000155        77  WS-QTD-CICLOS              PIC 9(2) VALUE 10.
000156        77  WS-PARM-CICLOS             PIC 9(3) VALUE 10.
000157*
000158*    LIMITES DE TEMPO POR PROGRAMA (E FUNCAO, QUANDO PREENCHIDA).
000159        77  WS-MAX-TABELA-LIMITES      PIC 9(3) VALUE 100.
000160        77  WS-CONT-TABELA-LIMITES     PIC 9(3) VALUE ZERO.
000161        77  WS-IDX-LIMITES             PIC 9(3) VALUE ZERO.
000162        77  WS-CONT-LIMITE-INVALIDO    PIC 9(6) VALUE ZERO.
000163*
000164        01  WS-TABELA-LIMITES.
000165            05  WS-TAB-LIMITE          OCCURS 100 TIMES.
000166                10  WS-TAB-LIM-PROGRAMA      PIC X(8).
000167                10  WS-TAB-LIM-FUNCAO        PIC X(10).
000168                10  WS-TAB-LIM-SEGUNDOS      PIC 9(6).
000169*
000170*    CICLOS DO RELATORIO, EM ORDEM CRESCENTE DE DATA-MOVIMENTO:
000171*    SO OS WS-QTD-CICLOS MAIS RECENTES ATE A DATA DO CARTAO. O
000172*    CARIMBO DO COBOL035 E O INICIO DA ULTIMA PASSAGEM DESTE
000173*    PROGRAMA NA DATA (AAAAMMDDHHMMSS); A JANELA E DO PRIMEIRO
000174*    INICIO AO ULTIMO FIM DE QUALQUER PASSO DA DATA.
000175        77  WS-CONT-CICLOS             PIC 9(2) VALUE ZERO.
000176        77  WS-IDX-CIC                 PIC 9(2) VALUE ZERO.
000177        77  WS-IDX-CIC-ACHADO          PIC 9(2) VALUE ZERO.
000178        77  WS-IDX-INSERCAO            PIC 9(2) VALUE ZERO.
000179        77  WS-IDX-DESLOCA             PIC 9(2) VALUE ZERO.
000180        77  WS-IDX-CICLO-ATUAL         PIC 9(2) VALUE ZERO.
000181        77  WS-IDX-CICLO-ANTERIOR      PIC 9(2) VALUE ZERO.
000182*
000183        01  WS-TABELA-CICLOS.
000184            05  WS-TAB-CICLO           OCCURS 30 TIMES.
000185                10  WS-TAB-CIC-DATA          PIC 9(8).
000186                10  WS-TAB-CIC-ULT-035  PIC 9(14).
000187                10  WS-TAB-CIC-JAN-INICIO    PIC 9(14).
000188                10  WS-TAB-CIC-JAN-FIM       PIC 9(14).
000189                10  WS-TAB-CIC-JAN-SEGUNDOS  PIC 9(7).
000190                10  WS-TAB-CIC-EXECUCOES     PIC 9(4).
000191*
000192*    PASSOS (PROGRAMA + FUNCAO) NA ORDEM EM QUE APARECEM NO
000193*    ARQUIVO - A ORDEM DE EXECUCAO DA CADEIA - COM O ACUMULADO
000194*    DE CADA CICLO.
000195        77  WS-MAX-TABELA-PASSOS       PIC 9(2) VALUE 40.
000196        77  WS-CONT-TABELA-PASSOS      PIC 9(2) VALUE ZERO.
000197        77  WS-IDX-PAS                 PIC 9(2) VALUE ZERO.
000198        77  WS-IDX-PAS-ACHADO          PIC 9(2) VALUE ZERO.
000199        77  WS-CONT-FORA-PASSOS        PIC 9(6) VALUE ZERO.
000200*
000201        01  WS-TABELA-PASSOS.
000202            05  WS-TAB-PASSO           OCCURS 40 TIMES.
000203                10  WS-TAB-PAS-PROGRAMA      PIC X(8).
000204                10  WS-TAB-PAS-FUNCAO        PIC X(10).
000205                10  WS-TAB-PAS-LIMITE        PIC 9(6).
000206                10  WS-TAB-PAS-CICLO         OCCURS 30 TIMES.
000207                    15  WS-TAB-PC-EXECUCOES  PIC 9(3).
000208                    15  WS-TAB-PC-SEGUNDOS   PIC 9(7).
000209                    15  WS-TAB-PC-LIDOS      PIC 9(11).
000210                    15  WS-TAB-PC-GRAVADOS   PIC 9(11).
000211                    15  WS-TAB-PC-MAIOR-RC   PIC 9(4).
000212                    15  WS-TAB-PC-ESTOURO    PIC X(1).
000213*
000214*    ESTOUROS NOVOS DESTA EXECUCAO, PARA A SECAO DO RELATORIO
000215*    (OS AVISOS NO ARQUIVO DE MENSAGENS NAO DEPENDEM DA TABELA).
000216        77  WS-MAX-TABELA-ESTOUROS     PIC 9(3) VALUE 100.
000217        77  WS-CONT-TABELA-ESTOUROS    PIC 9(3) VALUE ZERO.
000218        77  WS-IDX-ESTOUROS            PIC 9(3) VALUE ZERO.
000219*
000220        01  WS-TABELA-ESTOUROS.
000221            05  WS-TAB-ESTOURO         OCCURS 100 TIMES.
000222                10  WS-TAB-EST-DATA          PIC 9(8).
000223                10  WS-TAB-EST-PROGRAMA      PIC X(8).
000224                10  WS-TAB-EST-FUNCAO        PIC X(10).
000225                10  WS-TAB-EST-HORA          PIC 9(6).
000226                10  WS-TAB-EST-SEGUNDOS      PIC 9(7).
000227                10  WS-TAB-EST-LIMITE        PIC 9(6).
000228*
000229        01  WS-CARIMBO.
000230            05  WS-CAR-DATA             PIC 9(8).
000231            05  WS-CAR-HORA             PIC 9(6).
000232        01  WS-CARIMBO-N REDEFINES WS-CARIMBO
000233                                        PIC 9(14).
000234        01  WS-CARIMBO-FIM.
000235            05  WS-CFI-DATA             PIC 9(8).
000236            05  WS-CFI-HORA             PIC 9(6).
000237        01  WS-CARIMBO-FIM-N REDEFINES WS-CARIMBO-FIM
000238                                        PIC 9(14).
000239*
000240        01  WS-HORA-DECOMPOSTA.
000241            05  WS-HD-HORA              PIC 9(2).
000242            05  WS-HD-MINUTO            PIC 9(2).
000243            05  WS-HD-SEGUNDO           PIC 9(2).
000244*
000245        77  WS-SEG-INICIO              PIC 9(12) VALUE ZERO.
000246        77  WS-SEG-FIM                 PIC 9(12) VALUE ZERO.
000247        77  WS-DURACAO                 PIC 9(7) VALUE ZERO.
000248        77  WS-LIMITE-PASSO            PIC 9(6) VALUE ZERO.
000249        77  WS-LIMITE-GENERICO         PIC 9(6) VALUE ZERO.
000250        77  WS-LIMITE-ESPECIFICO       PIC X(1) VALUE "N".
000251            88  WS-ACHOU-LIMITE-FUNCAO      VALUE "S".
000252        77  WS-JA-AVISADO              PIC X(1) VALUE "N".
000253            88  WS-ESTOURO-JA-AVISADO       VALUE "S".
000254*
000255        77  WS-CONT-ESTAT-LIDOS        PIC 9(7) VALUE ZERO.
000256        77  WS-CONT-FORA-CICLOS        PIC 9(7) VALUE ZERO.
000257        77  WS-CONT-INVALIDOS          PIC 9(7) VALUE ZERO.
000258        77  WS-CONT-ESTOUROS           PIC 9(6) VALUE ZERO.
000259        77  WS-CONT-LINHAS-GRAVADAS    PIC 9(7) VALUE ZERO.
000260*
000261*    RESUMO DE UM PASSO SOBRE OS CICLOS EM QUE ELE RODOU.
000262        77  WS-CICLOS-EXECUTADOS       PIC 9(2) VALUE ZERO.
000263        77  WS-IDX-ULTIMO              PIC 9(2) VALUE ZERO.
000264        77  WS-SOMA-SEGUNDOS           PIC 9(9) VALUE ZERO.
000265        77  WS-SOMA-LIDOS              PIC 9(13) VALUE ZERO.
000266        77  WS-SOMA-GRAVADOS           PIC 9(13) VALUE ZERO.
000267        77  WS-MIN-SEGUNDOS            PIC 9(7) VALUE ZERO.
000268        77  WS-MIN-LIDOS               PIC 9(11) VALUE ZERO.
000269        77  WS-MIN-GRAVADOS            PIC 9(11) VALUE ZERO.
000270        77  WS-MAX-SEGUNDOS            PIC 9(7) VALUE ZERO.
000271        77  WS-MAX-LIDOS               PIC 9(11) VALUE ZERO.
000272        77  WS-MAX-GRAVADOS            PIC 9(11) VALUE ZERO.
000273        77  WS-MEDIA-ANT-SEGUNDOS      PIC 9(9) VALUE ZERO.
000274        77  WS-MEDIA-ANT-LIDOS         PIC 9(13) VALUE ZERO.
000275        77  WS-VARIACAO                PIC S9(5) VALUE ZERO.
000276        77  WS-VARIACAO-EDITADA        PIC ++++9.
000277*
000278        77  WS-LINHAS-POR-PAGINA       PIC 9(2) VALUE 55.
000279        77  WS-CONT-LINHAS-PAGINA      PIC 9(2) VALUE ZERO.
000280        77  WS-NUM-PAGINA              PIC 9(4) VALUE ZERO.
000281        01  WS-LINHA-GUARDADA          PIC X(80) VALUE SPACES.
000282*
000283        01  WS-DATA-DECOMPOSTA.
000284            05  WS-DD-ANO               PIC 9(4).
000285            05  WS-DD-MES               PIC 9(2).
000286            05  WS-DD-DIA               PIC 9(2).
000287*
000288        01  WS-DATA-FORMATADA.
000289            05  WS-DF-DIA               PIC 9(2).
000290            05  FILLER                  PIC X(1) VALUE "/".
000291            05  WS-DF-MES               PIC 9(2).
000292            05  FILLER                  PIC X(1) VALUE "/".
000293            05  WS-DF-ANO               PIC 9(4).
000294*
000295        01  WS-HORA-FORMATADA.
000296            05  WS-HF-HORA              PIC 9(2).
000297            05  FILLER                  PIC X(1) VALUE ":".
000298            05  WS-HF-MINUTO            PIC 9(2).
000299            05  FILLER                  PIC X(1) VALUE ":".
000300            05  WS-HF-SEGUNDO           PIC 9(2).
000301*
000302        01  WS-CABECALHO-1.
000303            05  FILLER                PIC X(31)
000304                  VALUE "ESTATISTICA DO BATCH - ULTIMOS ".
000305            05  WS-CAB1-CICLOS        PIC Z9.
000306            05  FILLER                PIC X(12)
000307                  VALUE " CICLOS ATE ".
000308            05  WS-CAB1-DATA          PIC X(10).
000309            05  FILLER                PIC X(11)
000310                  VALUE "   PAGINA :".
000311            05  WS-CAB1-PAGINA        PIC ZZZ9.
000312*
000313        01  WS-CABECALHO-2.
000314            05  FILLER                PIC X(18)
000315                  VALUE "PROGRAMA: COBOL035".
000316            05  FILLER                PIC X(4)  VALUE SPACES.
000317            05  WS-CAB2-TEXTO         PIC X(40).
000318*
000319        01  WS-CABECALHO-COLUNAS       PIC X(80) VALUE SPACES.
000320*
000321        01  WS-COLUNAS-TENDENCIA.
000322            05  FILLER                PIC X(12) VALUE "DATA".
000323            05  FILLER                PIC X(5)  VALUE "EXEC ".
000324            05  FILLER                PIC X(11)
000325                  VALUE "TEMPO (S)  ".
000326            05  FILLER                PIC X(13)
000327                  VALUE "      LIDOS  ".
000328            05  FILLER                PIC X(13)
000329                  VALUE "   GRAVADOS  ".
000330            05  FILLER                PIC X(6)  VALUE "  RC  ".
000331            05  FILLER                PIC X(8)  VALUE "SITUACAO".
000332*
000333        01  WS-COLUNAS-JANELA.
000334            05  FILLER                PIC X(12) VALUE "DATA".
000335            05  FILLER                PIC X(21)
000336                  VALUE "PRIMEIRO INICIO".
000337            05  FILLER                PIC X(21)
000338                  VALUE "ULTIMO FIM".
000339            05  FILLER                PIC X(13)
000340                  VALUE "  DURACAO (S)".
000341            05  FILLER                PIC X(10) VALUE "  PASSOS".
000342*
000343        01  WS-COLUNAS-ESTOURO.
000344            05  FILLER                PIC X(12) VALUE "DATA".
000345            05  FILLER                PIC X(10) VALUE "PROGRAMA".
000346            05  FILLER                PIC X(12) VALUE "FUNCAO".
000347            05  FILLER                PIC X(10) VALUE "INICIO".
000348            05  FILLER                PIC X(12)
000349                  VALUE "DURACAO (S)".
000350            05  FILLER                PIC X(12)
000351                  VALUE " LIMITE (S)".
000352*
000353        01  WS-LINHA-PASSO.
000354            05  FILLER                PIC X(7)  VALUE "PASSO: ".
000355            05  WS-PAS-PROGRAMA       PIC X(8).
000356            05  FILLER                PIC X(2)  VALUE SPACES.
000357            05  WS-PAS-FUNCAO         PIC X(10).
000358            05  FILLER                PIC X(4)  VALUE SPACES.
000359            05  FILLER                PIC X(12)
000360                  VALUE "LIMITE (S): ".
000361            05  WS-PAS-LIMITE         PIC X(10).
000362*
000363        77  WS-LIMITE-EDITADO          PIC ZZZ.ZZ9.
000364*
000365        01  WS-LINHA-DETALHE.
000366            05  WS-DET-DATA           PIC X(10).
000367            05  FILLER                PIC X(2)  VALUE SPACES.
000368            05  WS-DET-EXECUCOES      PIC ZZ9.
000369            05  FILLER                PIC X(2)  VALUE SPACES.
000370            05  WS-DET-SEGUNDOS       PIC Z.ZZZ.ZZ9.
000371            05  FILLER                PIC X(2)  VALUE SPACES.
000372            05  WS-DET-LIDOS          PIC ZZZ.ZZZ.ZZ9.
000373            05  FILLER                PIC X(2)  VALUE SPACES.
000374            05  WS-DET-GRAVADOS       PIC ZZZ.ZZZ.ZZ9.
000375            05  FILLER                PIC X(2)  VALUE SPACES.
000376            05  WS-DET-RC             PIC ZZZ9.
000377            05  FILLER                PIC X(2)  VALUE SPACES.
000378            05  WS-DET-SITUACAO       PIC X(14).
000379*
000380        01  WS-LINHA-NAO-EXECUTADO.
000381            05  WS-NEX-DATA           PIC X(10).
000382            05  FILLER                PIC X(2)  VALUE SPACES.
000383            05  FILLER                PIC X(20)
000384                  VALUE "  - NAO EXECUTADO - ".
000385*
000386        01  WS-LINHA-RESUMO.
000387            05  WS-RES-ROTULO         PIC X(17).
000388            05  WS-RES-SEGUNDOS       PIC Z.ZZZ.ZZ9.
000389            05  FILLER                PIC X(2)  VALUE SPACES.
000390            05  WS-RES-LIDOS          PIC ZZZ.ZZZ.ZZ9.
000391            05  FILLER                PIC X(2)  VALUE SPACES.
000392            05  WS-RES-GRAVADOS       PIC ZZZ.ZZZ.ZZ9.
000393*
000394        01  WS-LINHA-VARIACAO.
000395            05  FILLER                PIC X(37)
000396                  VALUE "ULTIMO CICLO X MEDIA ANTERIOR: TEMPO ".
000397            05  WS-VAR-TEMPO          PIC X(5).
000398            05  FILLER                PIC X(15)
000399                  VALUE "%  VOLUME LIDO ".
000400            05  WS-VAR-VOLUME         PIC X(5).
000401            05  FILLER                PIC X(1)  VALUE "%".
000402*
000403        01  WS-LINHA-SEM-BASE.
000404            05  FILLER                PIC X(31)
000405                  VALUE "ULTIMO CICLO X MEDIA ANTERIOR: ".
000406            05  FILLER                PIC X(22)
000407                  VALUE "SEM BASE DE COMPARACAO".
000408*
000409        01  WS-LINHA-JANELA.
000410            05  WS-JAN-DATA           PIC X(10).
000411            05  FILLER                PIC X(2)  VALUE SPACES.
000412            05  WS-JAN-INICIO-DATA    PIC X(10).
000413            05  FILLER                PIC X(1)  VALUE SPACE.
000414            05  WS-JAN-INICIO-HORA    PIC X(8).
000415            05  FILLER                PIC X(2)  VALUE SPACES.
000416            05  WS-JAN-FIM-DATA       PIC X(10).
000417            05  FILLER                PIC X(1)  VALUE SPACE.
000418            05  WS-JAN-FIM-HORA       PIC X(8).
000419            05  FILLER                PIC X(4)  VALUE SPACES.
000420            05  WS-JAN-SEGUNDOS       PIC Z.ZZZ.ZZ9.
000421            05  FILLER                PIC X(4)  VALUE SPACES.
000422            05  WS-JAN-EXECUCOES      PIC ZZZ9.
000423*
000424        01  WS-LINHA-ESTOURO.
000425            05  WS-ETO-DATA           PIC X(10).
000426            05  FILLER                PIC X(2)  VALUE SPACES.
000427            05  WS-ETO-PROGRAMA       PIC X(8).
000428            05  FILLER                PIC X(2)  VALUE SPACES.
000429            05  WS-ETO-FUNCAO         PIC X(10).
000430            05  FILLER                PIC X(2)  VALUE SPACES.
000431            05  WS-ETO-HORA           PIC X(8).
000432            05  FILLER                PIC X(3)  VALUE SPACES.
000433            05  WS-ETO-SEGUNDOS       PIC Z.ZZZ.ZZ9.
000434            05  FILLER                PIC X(3)  VALUE SPACES.
000435            05  WS-ETO-LIMITE         PIC Z.ZZZ.ZZ9.
000436*
000437        01  WS-LINHA-CONTAGEM.
000438            05  WS-CON-ROTULO         PIC X(32).
000439            05  FILLER                PIC X(2)  VALUE ": ".
000440            05  WS-CON-QTD            PIC Z.ZZZ.ZZ9.
000441*
000442***************************
000443        LINKAGE SECTION.
000444***************************
000445*
000446        COPY "PARMREC.cpy".
000447*
000448        PROCEDURE DIVISION USING LK-PARM-RECORD.
000449*
000450            MOVE FUNCTION CURRENT-DATE TO WS-INICIO-EXECUCAO.
000451*
000452            MOVE WS-RC-NORMAL TO RETURN-CODE.
000453            INITIALIZE WS-TABELA-CICLOS.
000454            INITIALIZE WS-TABELA-PASSOS.
000455*
000456            PERFORM 0050-OBTER-DATA-PROCESSO.
000457            PERFORM 0100-TRATAR-PARM.
000458*
000459            IF RETURN-CODE < WS-RC-ERRO-DADOS
000460                PERFORM 0200-ABRIR-ARQUIVOS
000461            END-IF.
000462*
000463            IF RETURN-CODE < WS-RC-ERRO-DADOS
000464                PERFORM 1000-CARREGAR-LIMITES
000465                PERFORM 2000-LEVANTAR-CICLOS
000466                PERFORM 3000-ACUMULAR-PASSOS
000467                PERFORM 5000-EMITIR-TENDENCIAS
000468                PERFORM 6000-EMITIR-JANELAS
000469                PERFORM 7000-EMITIR-ESTOUROS
000470                PERFORM 7500-EMITIR-TOTAIS
000471                PERFORM 8800-FECHAR-ARQUIVOS
000472*
000473                IF RETURN-CODE < WS-RC-AVISO
000474                   AND (WS-CONT-ESTOUROS > ZERO
000475                        OR WS-CONT-TABELA-PASSOS = ZERO
000476                        OR WS-CONT-LIMITE-INVALIDO > ZERO)
000477                    MOVE WS-RC-AVISO TO RETURN-CODE
000478                END-IF
000479            END-IF.
000480*
000481            DISPLAY 'ESTATISTICA DO BATCH ATE ' WS-DH-DATA
000482                ' CICLOS ' WS-CONT-CICLOS
000483                ' PASSOS ' WS-CONT-TABELA-PASSOS
000484                ' ESTOUROS NOVOS ' WS-CONT-ESTOUROS.
000485*
000486            PERFORM 9700-REGISTRAR-RESULTADO.
000487*
000488            PERFORM 9750-GRAVAR-ESTATISTICA.
000489*
000490            GOBACK.
000491*
000492**----------------------------------------------------------------*
000493        0050-OBTER-DATA-PROCESSO.
000494**----------------------------------------------------------------*
000495*    O CICLO CORRENTE E A DATA-MOVIMENTO DO CARTAO DATAPROC, A
000496*    MESMA QUE OS PASSOS DA CADEIA GRAVAM NO ESTATIST; SEM O
000497*    CARTAO, VALE A DATA DA MAQUINA, COM AVISO NA CONSOLA.
000498*
000499            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
000500*
000501            OPEN INPUT DATE-CARD.
000502*
000503            IF WS-FS-DATAPROC = "00"
000504                READ DATE-CARD
000505                    AT END
000506                        DISPLAY 'AVISO: DATAPROC VAZIO - USANDO '
000507                            'A DATA DA MAQUINA'
000508                    NOT AT END
000509                        IF DP-DATA-PROCESSAMENTO IS NUMERIC
000510                           AND DP-DATA-PROCESSAMENTO > ZERO
000511                            MOVE DP-DATA-PROCESSAMENTO
000512                                TO WS-DH-DATA
000513                        ELSE
000514                            DISPLAY 'AVISO: DATAPROC INVALIDO - '
000515                                'USANDO A DATA DA MAQUINA'
000516                        END-IF
000517                END-READ
000518                CLOSE DATE-CARD
000519            ELSE
000520                DISPLAY 'AVISO: DATAPROC INDISPONIVEL - USANDO '
000521                    'A DATA DA MAQUINA'
000522            END-IF.
000523*
000524**----------------------------------------------------------------*
000525        0100-TRATAR-PARM.
000526**----------------------------------------------------------------*
000527*    POSICOES 1-3: QUANTIDADE DE CICLOS DO RELATORIO (001 A 030;
000528*    SEM PARM, 010).
000529*
000530            IF LK-PARM-LENGTH > ZERO
000531                IF LK-PARM-LENGTH >= 3
000532                   AND LK-PARM-NAME(1:3) IS NUMERIC
000533                    MOVE LK-PARM-NAME(1:3) TO WS-PARM-CICLOS
000534                ELSE
000535                    MOVE ZERO TO WS-PARM-CICLOS
000536                END-IF
000537            END-IF.
000538*
000539            IF WS-PARM-CICLOS < 1
000540               OR WS-PARM-CICLOS > WS-MAX-CICLOS
000541                DISPLAY 'ERRO: PARM COM QUANTIDADE DE CICLOS '
000542                    'INVALIDA - ESPERADO 001 A 030'
000543                MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
000544            ELSE
000545                MOVE WS-PARM-CICLOS TO WS-QTD-CICLOS
000546            END-IF.
000547*
000548**----------------------------------------------------------------*
000549        0200-ABRIR-ARQUIVOS.
000550**----------------------------------------------------------------*
000551            OPEN INPUT LIMIT-FILE.
000552            OPEN OUTPUT REPORT-OUT.
000553*
000554            IF (WS-FS-LIMITES NOT = "00"
000555                AND WS-FS-LIMITES NOT = "05")
000556               OR WS-FS-RELATORIO NOT = "00"
000557                DISPLAY 'ERRO SEVERO AO ABRIR OS ARQUIVOS - FS '
000558                    'LIMITES=' WS-FS-LIMITES
000559                    ' RELESTAT=' WS-FS-RELATORIO
000560                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000561                IF WS-FS-LIMITES = "00" OR "05"
000562                    CLOSE LIMIT-FILE
000563                END-IF
000564                IF WS-FS-RELATORIO = "00"
000565                    CLOSE REPORT-OUT
000566                END-IF
000567            END-IF.
000568*
000569            MOVE WS-DH-DATA TO WS-DATA-DECOMPOSTA.
000570            PERFORM 8600-FORMATAR-DATA.
000571            MOVE WS-DATA-FORMATADA TO WS-CAB1-DATA.
000572            MOVE WS-QTD-CICLOS TO WS-CAB1-CICLOS.
000573*
000574**----------------------------------------------------------------*
000575        1000-CARREGAR-LIMITES.
000576**----------------------------------------------------------------*
000577            MOVE "N" TO WS-ARQUIVO-FIM.
000578*
000579            IF WS-FS-LIMITES = "00"
000580                PERFORM UNTIL WS-ACABOU-ARQUIVO
000581                    READ LIMIT-FILE
000582                        AT END
000583                            SET WS-ACABOU-ARQUIVO TO TRUE
000584                        NOT AT END
000585                            PERFORM 1100-GUARDAR-LIMITE
000586                    END-READ
000587                END-PERFORM
000588            ELSE
000589                DISPLAY 'AVISO: SEM ARQUIVO LIMITES - NENHUM '
000590                    'PASSO SERA CONFERIDO'
000591            END-IF.
000592*
000593**----------------------------------------------------------------*
000594        1100-GUARDAR-LIMITE.
000595**----------------------------------------------------------------*
000596            IF LM-PROGRAM-ID = SPACES
000597               OR LM-LIMITE-SEGUNDOS IS NOT NUMERIC
000598                DISPLAY 'AVISO: CARTAO DE LIMITE INVALIDO '
000599                    'IGNORADO: ' LM-LIMITE-RECORD(1:24)
000600                ADD 1 TO WS-CONT-LIMITE-INVALIDO
000601            ELSE
000602                IF WS-CONT-TABELA-LIMITES >= WS-MAX-TABELA-LIMITES
000603                    IF RETURN-CODE < WS-RC-ERRO-DADOS
000604                        DISPLAY 'ERRO: MAIS DE '
000605                            WS-MAX-TABELA-LIMITES
000606                            ' CARTOES DE LIMITE - CONFERENCIA '
000607                            'INCOMPLETA'
000608                        MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
000609                    END-IF
000610                ELSE
000611                    ADD 1 TO WS-CONT-TABELA-LIMITES
000612                    MOVE LM-PROGRAM-ID TO WS-TAB-LIM-PROGRAMA
000613                        (WS-CONT-TABELA-LIMITES)
000614                    MOVE LM-FUNCAO TO WS-TAB-LIM-FUNCAO
000615                        (WS-CONT-TABELA-LIMITES)
000616                    MOVE LM-LIMITE-SEGUNDOS TO WS-TAB-LIM-SEGUNDOS
000617                        (WS-CONT-TABELA-LIMITES)
000618                END-IF
000619            END-IF.
000620*
000621**----------------------------------------------------------------*
000622        2000-LEVANTAR-CICLOS.
000623**----------------------------------------------------------------*
000624*    PRIMEIRA PASSADA PELO ESTATIST: AS DATAS-MOVIMENTO DISTINTAS
000625*    ATE A DATA DO CARTAO, FICANDO SO AS WS-QTD-CICLOS MAIS
000626*    RECENTES, E O INICIO DA ULTIMA PASSAGEM DO COBOL035 EM CADA
000627*    UMA. O ARQUIVO NAO PRECISA ESTAR EM ORDEM.
000628*
000629            MOVE "N" TO WS-ARQUIVO-FIM.
000630*
000631            OPEN INPUT STAT-FILE.
000632*
000633            IF WS-FS-ESTATIST NOT = "00"
000634               AND WS-FS-ESTATIST NOT = "05"
000635                DISPLAY 'ERRO SEVERO AO ABRIR ESTATIST - FS='
000636                    WS-FS-ESTATIST
000637                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000638            ELSE
000639                PERFORM UNTIL WS-ACABOU-ARQUIVO
000640                    READ STAT-FILE
000641                        AT END
000642                            SET WS-ACABOU-ARQUIVO TO TRUE
000643                        NOT AT END
000644                            IF ES-DATA-MOVIMENTO IS NUMERIC
000645                               AND ES-DATA-MOVIMENTO > ZERO
000646                               AND ES-DATA-MOVIMENTO <= WS-DH-DATA
000647                                PERFORM 2100-GUARDAR-CICLO
000648                            END-IF
000649                    END-READ
000650                END-PERFORM
000651                CLOSE STAT-FILE
000652            END-IF.
000653*
000654            PERFORM VARYING WS-IDX-CIC FROM 1 BY 1
000655                    UNTIL WS-IDX-CIC > WS-CONT-CICLOS
000656                IF WS-TAB-CIC-DATA(WS-IDX-CIC) = WS-DH-DATA
000657                    MOVE WS-IDX-CIC TO WS-IDX-CICLO-ATUAL
000658                ELSE
000659                    MOVE WS-IDX-CIC TO WS-IDX-CICLO-ANTERIOR
000660                END-IF
000661            END-PERFORM.
000662*
000663**----------------------------------------------------------------*
000664        2100-GUARDAR-CICLO.
000665**----------------------------------------------------------------*
000666            MOVE ZERO TO WS-IDX-CIC-ACHADO.
000667*
000668            PERFORM VARYING WS-IDX-CIC FROM 1 BY 1
000669                    UNTIL WS-IDX-CIC > WS-CONT-CICLOS
000670                       OR WS-IDX-CIC-ACHADO > ZERO
000671                IF WS-TAB-CIC-DATA(WS-IDX-CIC)
000672                        = ES-DATA-MOVIMENTO
000673                    MOVE WS-IDX-CIC TO WS-IDX-CIC-ACHADO
000674                END-IF
000675            END-PERFORM.
000676*
000677*    DATA NOVA: COM A TABELA CHEIA, SO ENTRA SE FOR MAIS RECENTE
000678*    QUE A MAIS ANTIGA GUARDADA, QUE SAI.
000679            IF WS-IDX-CIC-ACHADO = ZERO
000680                IF WS-CONT-CICLOS >= WS-QTD-CICLOS
000681                    IF ES-DATA-MOVIMENTO > WS-TAB-CIC-DATA(1)
000682                        PERFORM VARYING WS-IDX-DESLOCA FROM 1 BY 1
000683                                UNTIL WS-IDX-DESLOCA >=
000684                                          WS-CONT-CICLOS
000685                            MOVE WS-TAB-CICLO(WS-IDX-DESLOCA + 1)
000686                                TO WS-TAB-CICLO(WS-IDX-DESLOCA)
000687                        END-PERFORM
000688                        SUBTRACT 1 FROM WS-CONT-CICLOS
000689                        PERFORM 2200-INSERIR-CICLO
000690                    END-IF
000691                ELSE
000692                    PERFORM 2200-INSERIR-CICLO
000693                END-IF
000694            END-IF.
000695*
000696            IF WS-IDX-CIC-ACHADO > ZERO
000697               AND ES-PROGRAM-ID = "COBOL035"
000698                MOVE ES-DATA-INICIO TO WS-CAR-DATA
000699                MOVE ES-HORA-INICIO TO WS-CAR-HORA
000700                IF WS-CARIMBO IS NUMERIC
000701                   AND WS-CARIMBO-N >
000702                       WS-TAB-CIC-ULT-035(WS-IDX-CIC-ACHADO)
000703                    MOVE WS-CARIMBO-N TO
000704                        WS-TAB-CIC-ULT-035(WS-IDX-CIC-ACHADO)
000705                END-IF
000706            END-IF.
000707*
000708**----------------------------------------------------------------*
000709        2200-INSERIR-CICLO.
000710**----------------------------------------------------------------*
000711*    INSERE A DATA NA POSICAO QUE MANTEM A TABELA EM ORDEM
000712*    CRESCENTE, DESLOCANDO AS MAIS RECENTES UMA POSICAO.
000713*
000714            MOVE 1 TO WS-IDX-INSERCAO.
000715            PERFORM UNTIL WS-IDX-INSERCAO > WS-CONT-CICLOS
000716                    OR WS-TAB-CIC-DATA(WS-IDX-INSERCAO)
000717                           > ES-DATA-MOVIMENTO
000718                ADD 1 TO WS-IDX-INSERCAO
000719            END-PERFORM.
000720*
000721            PERFORM VARYING WS-IDX-DESLOCA FROM WS-CONT-CICLOS
000722                    BY -1 UNTIL WS-IDX-DESLOCA < WS-IDX-INSERCAO
000723                MOVE WS-TAB-CICLO(WS-IDX-DESLOCA)
000724                    TO WS-TAB-CICLO(WS-IDX-DESLOCA + 1)
000725            END-PERFORM.
000726*
000727            ADD 1 TO WS-CONT-CICLOS.
000728            INITIALIZE WS-TAB-CICLO(WS-IDX-INSERCAO).
000729            MOVE ES-DATA-MOVIMENTO
000730                TO WS-TAB-CIC-DATA(WS-IDX-INSERCAO).
000731            MOVE WS-IDX-INSERCAO TO WS-IDX-CIC-ACHADO.
000732*
000733**----------------------------------------------------------------*
000734        3000-ACUMULAR-PASSOS.
000735**----------------------------------------------------------------*
000736*    SEGUNDA PASSADA: ACUMULA CADA EXECUCAO DOS CICLOS GUARDADOS
000737*    NO SEU PASSO, MONTA A JANELA DO CICLO E CONFERE O TEMPO
000738*    CONTRA O LIMITE.
000739*
000740            MOVE "N" TO WS-ARQUIVO-FIM.
000741*
000742            IF RETURN-CODE < WS-RC-ERRO-SEVERO
000743                OPEN INPUT STAT-FILE
000744                IF WS-FS-ESTATIST = "00"
000745                   OR WS-FS-ESTATIST = "05"
000746                    PERFORM UNTIL WS-ACABOU-ARQUIVO
000747                        READ STAT-FILE
000748                            AT END
000749                                SET WS-ACABOU-ARQUIVO TO TRUE
000750                            NOT AT END
000751                                ADD 1 TO WS-CONT-ESTAT-LIDOS
000752                                PERFORM 3100-TRATAR-ESTATISTICA
000753                        END-READ
000754                    END-PERFORM
000755                    CLOSE STAT-FILE
000756                ELSE
000757                    DISPLAY 'AVISO: ESTATIST VAZIO OU AUSENTE'
000758                END-IF
000759            END-IF.
000760*
000761**----------------------------------------------------------------*
000762        3100-TRATAR-ESTATISTICA.
000763**----------------------------------------------------------------*
000764            MOVE ZERO TO WS-IDX-CIC-ACHADO.
000765*
000766            IF ES-DATA-MOVIMENTO IS NUMERIC
000767                PERFORM VARYING WS-IDX-CIC FROM 1 BY 1
000768                        UNTIL WS-IDX-CIC > WS-CONT-CICLOS
000769                           OR WS-IDX-CIC-ACHADO > ZERO
000770                    IF WS-TAB-CIC-DATA(WS-IDX-CIC)
000771                            = ES-DATA-MOVIMENTO
000772                        MOVE WS-IDX-CIC TO WS-IDX-CIC-ACHADO
000773                    END-IF
000774                END-PERFORM
000775            END-IF.
000776*
000777            EVALUATE TRUE
000778                WHEN WS-IDX-CIC-ACHADO = ZERO
000779                    ADD 1 TO WS-CONT-FORA-CICLOS
000780                WHEN ES-PROGRAM-ID = SPACES
000781                  OR ES-REGISTROS-LIDOS IS NOT NUMERIC
000782                  OR ES-REGISTROS-GRAVADOS IS NOT NUMERIC
000783                  OR ES-RETURN-CODE IS NOT NUMERIC
000784                    ADD 1 TO WS-CONT-INVALIDOS
000785                WHEN OTHER
000786                    PERFORM 3400-CALCULAR-DURACAO
000787                    PERFORM 3200-LOCALIZAR-PASSO
000788                    IF WS-IDX-PAS-ACHADO > ZERO
000789                        PERFORM 3300-SOMAR-EXECUCAO
000790                        PERFORM 3500-CONFERIR-LIMITE
000791                    END-IF
000792            END-EVALUATE.
000793*
000794**----------------------------------------------------------------*
000795        3200-LOCALIZAR-PASSO.
000796**----------------------------------------------------------------*
000797            MOVE ZERO TO WS-IDX-PAS-ACHADO.
000798*
000799            PERFORM VARYING WS-IDX-PAS FROM 1 BY 1
000800                    UNTIL WS-IDX-PAS > WS-CONT-TABELA-PASSOS
000801                       OR WS-IDX-PAS-ACHADO > ZERO
000802                IF WS-TAB-PAS-PROGRAMA(WS-IDX-PAS)
000803                        = ES-PROGRAM-ID
000804                   AND WS-TAB-PAS-FUNCAO(WS-IDX-PAS)
000805                        = ES-FUNCAO
000806                    MOVE WS-IDX-PAS TO WS-IDX-PAS-ACHADO
000807                END-IF
000808            END-PERFORM.
000809*
000810            IF WS-IDX-PAS-ACHADO = ZERO
000811                IF WS-CONT-TABELA-PASSOS >= WS-MAX-TABELA-PASSOS
000812                    ADD 1 TO WS-CONT-FORA-PASSOS
000813                    IF RETURN-CODE < WS-RC-ERRO-DADOS
000814                        DISPLAY 'ERRO: MAIS DE '
000815                            WS-MAX-TABELA-PASSOS
000816                            ' PASSOS DISTINTOS - RELATORIO '
000817                            'INCOMPLETO'
000818                        MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
000819                    END-IF
000820                ELSE
000821                    ADD 1 TO WS-CONT-TABELA-PASSOS
000822                    MOVE WS-CONT-TABELA-PASSOS
000823                        TO WS-IDX-PAS-ACHADO
000824                    MOVE ES-PROGRAM-ID TO
000825                        WS-TAB-PAS-PROGRAMA(WS-IDX-PAS-ACHADO)
000826                    MOVE ES-FUNCAO TO
000827                        WS-TAB-PAS-FUNCAO(WS-IDX-PAS-ACHADO)
000828                    PERFORM 3250-LOCALIZAR-LIMITE
000829                    MOVE WS-LIMITE-PASSO TO
000830                        WS-TAB-PAS-LIMITE(WS-IDX-PAS-ACHADO)
000831                END-IF
000832            END-IF.
000833*
000834**----------------------------------------------------------------*
000835        3250-LOCALIZAR-LIMITE.
000836**----------------------------------------------------------------*
000837*    O CARTAO COM A FUNCAO DO PASSO TEM PRECEDENCIA SOBRE O
000838*    CARTAO DO PROGRAMA COM A FUNCAO EM BRANCO. SEM CARTAO (OU
000839*    COM LIMITE ZERO), O PASSO NAO E CONFERIDO.
000840*
000841            MOVE ZERO TO WS-LIMITE-PASSO.
000842            MOVE ZERO TO WS-LIMITE-GENERICO.
000843            MOVE "N" TO WS-LIMITE-ESPECIFICO.
000844*
000845            PERFORM VARYING WS-IDX-LIMITES FROM 1 BY 1
000846                    UNTIL WS-IDX-LIMITES > WS-CONT-TABELA-LIMITES
000847                       OR WS-ACHOU-LIMITE-FUNCAO
000848                IF WS-TAB-LIM-PROGRAMA(WS-IDX-LIMITES)
000849                        = ES-PROGRAM-ID
000850                    IF WS-TAB-LIM-FUNCAO(WS-IDX-LIMITES)
000851                            = ES-FUNCAO
000852                       AND ES-FUNCAO NOT = SPACES
000853                        MOVE WS-TAB-LIM-SEGUNDOS(WS-IDX-LIMITES)
000854                            TO WS-LIMITE-PASSO
000855                        SET WS-ACHOU-LIMITE-FUNCAO TO TRUE
000856                    ELSE
000857                        IF WS-TAB-LIM-FUNCAO(WS-IDX-LIMITES)
000858                                = SPACES
000859                            MOVE WS-TAB-LIM-SEGUNDOS
000860                                    (WS-IDX-LIMITES)
000861                                TO WS-LIMITE-GENERICO
000862                        END-IF
000863                    END-IF
000864                END-IF
000865            END-PERFORM.
000866*
000867            IF NOT WS-ACHOU-LIMITE-FUNCAO
000868                MOVE WS-LIMITE-GENERICO TO WS-LIMITE-PASSO
000869            END-IF.
000870*
000871**----------------------------------------------------------------*
000872        3300-SOMAR-EXECUCAO.
000873**----------------------------------------------------------------*
000874            ADD 1 TO WS-TAB-PC-EXECUCOES
000875                (WS-IDX-PAS-ACHADO, WS-IDX-CIC-ACHADO).
000876            ADD WS-DURACAO TO WS-TAB-PC-SEGUNDOS
000877                (WS-IDX-PAS-ACHADO, WS-IDX-CIC-ACHADO).
000878            ADD ES-REGISTROS-LIDOS TO WS-TAB-PC-LIDOS
000879                (WS-IDX-PAS-ACHADO, WS-IDX-CIC-ACHADO).
000880            ADD ES-REGISTROS-GRAVADOS TO WS-TAB-PC-GRAVADOS
000881                (WS-IDX-PAS-ACHADO, WS-IDX-CIC-ACHADO).
000882            IF ES-RETURN-CODE > WS-TAB-PC-MAIOR-RC
000883                    (WS-IDX-PAS-ACHADO, WS-IDX-CIC-ACHADO)
000884                MOVE ES-RETURN-CODE TO WS-TAB-PC-MAIOR-RC
000885                    (WS-IDX-PAS-ACHADO, WS-IDX-CIC-ACHADO)
000886            END-IF.
000887*
000888            ADD 1 TO WS-TAB-CIC-EXECUCOES(WS-IDX-CIC-ACHADO).
000889*
000890            IF WS-CARIMBO IS NUMERIC
000891                IF WS-TAB-CIC-JAN-INICIO(WS-IDX-CIC-ACHADO)
000892                        = ZERO
000893                   OR WS-CARIMBO-N <
000894                      WS-TAB-CIC-JAN-INICIO(WS-IDX-CIC-ACHADO)
000895                    MOVE WS-CARIMBO-N TO
000896                        WS-TAB-CIC-JAN-INICIO(WS-IDX-CIC-ACHADO)
000897                END-IF
000898            END-IF.
000899*
000900            IF WS-CARIMBO-FIM IS NUMERIC
000901                IF WS-CARIMBO-FIM-N >
000902                      WS-TAB-CIC-JAN-FIM(WS-IDX-CIC-ACHADO)
000903                    MOVE WS-CARIMBO-FIM-N TO
000904                        WS-TAB-CIC-JAN-FIM(WS-IDX-CIC-ACHADO)
000905                END-IF
000906            END-IF.
000907*
000908**----------------------------------------------------------------*
000909        3400-CALCULAR-DURACAO.
000910**----------------------------------------------------------------*
000911*    DURACAO EM SEGUNDOS ENTRE O CARIMBO DE INICIO E O DE FIM,
000912*    PELO NUMERO INTEIRO DO DIA (A EXECUCAO PODE VIRAR A MEIA-
000913*    NOITE). CARIMBO INVALIDO RESULTA EM DURACAO ZERO.
000914*
000915            MOVE ES-DATA-INICIO TO WS-CAR-DATA.
000916            MOVE ES-HORA-INICIO TO WS-CAR-HORA.
000917            MOVE ES-DATA-FIM TO WS-CFI-DATA.
000918            MOVE ES-HORA-FIM TO WS-CFI-HORA.
000919            MOVE ZERO TO WS-DURACAO.
000920*
000921            IF WS-CARIMBO IS NUMERIC
000922               AND WS-CARIMBO-FIM IS NUMERIC
000923               AND WS-CAR-DATA > 16010101
000924               AND WS-CARIMBO-FIM-N > WS-CARIMBO-N
000925                MOVE WS-CAR-HORA TO WS-HORA-DECOMPOSTA
000926                COMPUTE WS-SEG-INICIO =
000927                    FUNCTION INTEGER-OF-DATE(WS-CAR-DATA) * 86400
000928                  + WS-HD-HORA * 3600 + WS-HD-MINUTO * 60
000929                  + WS-HD-SEGUNDO
000930                MOVE WS-CFI-HORA TO WS-HORA-DECOMPOSTA
000931                COMPUTE WS-SEG-FIM =
000932                    FUNCTION INTEGER-OF-DATE(WS-CFI-DATA) * 86400
000933                  + WS-HD-HORA * 3600 + WS-HD-MINUTO * 60
000934                  + WS-HD-SEGUNDO
000935                IF WS-SEG-FIM > WS-SEG-INICIO
000936                    COMPUTE WS-DURACAO =
000937                        WS-SEG-FIM - WS-SEG-INICIO
000938                END-IF
000939            END-IF.
000940*
000941**----------------------------------------------------------------*
000942        3500-CONFERIR-LIMITE.
000943**----------------------------------------------------------------*
000944*    TODA EXECUCAO ACIMA DO LIMITE MARCA O CICLO NA TENDENCIA.
000945*    O AVISO SO SAI PARA O CICLO CORRENTE E O ANTERIOR, E SO
000946*    PARA A EXECUCAO QUE NENHUMA PASSAGEM DO COBOL035 JA VIU:
000947*    INICIADA DEPOIS DA ULTIMA PASSAGEM NA SUA DATA E, NO CICLO
000948*    ANTERIOR, TAMBEM DEPOIS DE UMA PASSAGEM JA FEITA HOJE.
000949*
000950            MOVE WS-TAB-PAS-LIMITE(WS-IDX-PAS-ACHADO)
000951                TO WS-LIMITE-PASSO.
000952*
000953            IF WS-LIMITE-PASSO > ZERO
000954               AND WS-DURACAO > WS-LIMITE-PASSO
000955                MOVE "S" TO WS-TAB-PC-ESTOURO
000956                    (WS-IDX-PAS-ACHADO, WS-IDX-CIC-ACHADO)
000957*
000958                IF WS-IDX-CIC-ACHADO = WS-IDX-CICLO-ATUAL
000959                   OR WS-IDX-CIC-ACHADO = WS-IDX-CICLO-ANTERIOR
000960                    MOVE "N" TO WS-JA-AVISADO
000961                    IF WS-CARIMBO-N NOT > WS-TAB-CIC-ULT-035
000962                            (WS-IDX-CIC-ACHADO)
000963                        SET WS-ESTOURO-JA-AVISADO TO TRUE
000964                    END-IF
000965                    IF WS-IDX-CIC-ACHADO = WS-IDX-CICLO-ANTERIOR
000966                       AND WS-IDX-CICLO-ATUAL > ZERO
000967                        IF WS-CARIMBO-N NOT > WS-TAB-CIC-ULT-035
000968                                (WS-IDX-CICLO-ATUAL)
000969                            SET WS-ESTOURO-JA-AVISADO TO TRUE
000970                        END-IF
000971                    END-IF
000972                    IF NOT WS-ESTOURO-JA-AVISADO
000973                        PERFORM 3600-AVISAR-ESTOURO
000974                    END-IF
000975                END-IF
000976            END-IF.
000977*
000978**----------------------------------------------------------------*
000979        3600-AVISAR-ESTOURO.
000980**----------------------------------------------------------------*
000981            ADD 1 TO WS-CONT-ESTOUROS.
000982*
000983            IF WS-CONT-TABELA-ESTOUROS < WS-MAX-TABELA-ESTOUROS
000984                ADD 1 TO WS-CONT-TABELA-ESTOUROS
000985                MOVE ES-DATA-MOVIMENTO TO
000986                    WS-TAB-EST-DATA(WS-CONT-TABELA-ESTOUROS)
000987                MOVE ES-PROGRAM-ID TO
000988                    WS-TAB-EST-PROGRAMA(WS-CONT-TABELA-ESTOUROS)
000989                MOVE ES-FUNCAO TO
000990                    WS-TAB-EST-FUNCAO(WS-CONT-TABELA-ESTOUROS)
000991                MOVE WS-CAR-HORA TO
000992                    WS-TAB-EST-HORA(WS-CONT-TABELA-ESTOUROS)
000993                MOVE WS-DURACAO TO
000994                    WS-TAB-EST-SEGUNDOS(WS-CONT-TABELA-ESTOUROS)
000995                MOVE WS-LIMITE-PASSO TO
000996                    WS-TAB-EST-LIMITE(WS-CONT-TABELA-ESTOUROS)
000997            END-IF.
000998*
000999            MOVE SPACES TO WS-MSG-TEXTO.
001000            STRING 'TEMPO ' DELIMITED SIZE
001001                   ES-PROGRAM-ID DELIMITED SPACE
001002                   ' ' DELIMITED SIZE
001003                   ES-FUNCAO DELIMITED SPACE
001004                   ' ' DELIMITED SIZE
001005                   WS-DURACAO(2:6) DELIMITED SIZE
001006                   'S>' DELIMITED SIZE
001007                   WS-LIMITE-PASSO DELIMITED SIZE
001008                   'S ' DELIMITED SIZE
001009                   ES-DATA-MOVIMENTO DELIMITED SIZE
001010                INTO WS-MSG-TEXTO.
001011*
001012            MOVE "A" TO WS-MSG-SEVERIDADE.
001013            MOVE WS-RC-AVISO TO WS-MSG-CODIGO-RC.
001014            PERFORM 9800-GRAVAR-MENSAGEM.
001015*
001016            DISPLAY 'AVISO: ' WS-MSG-TEXTO.
001017*
001018**----------------------------------------------------------------*
001019        5000-EMITIR-TENDENCIAS.
001020**----------------------------------------------------------------*
001021            MOVE "TENDENCIA POR PASSO" TO WS-CAB2-TEXTO.
001022            MOVE WS-COLUNAS-TENDENCIA TO WS-CABECALHO-COLUNAS.
001023            MOVE ZERO TO WS-CONT-LINHAS-PAGINA.
001024*
001025            IF WS-CONT-TABELA-PASSOS = ZERO
001026                MOVE 'NENHUMA ESTATISTICA DE PASSO NOS CICLOS '
001027                    TO WS-LINHA-RELATORIO
001028                PERFORM 8000-GRAVAR-LINHA
001029            END-IF.
001030*
001031            PERFORM VARYING WS-IDX-PAS FROM 1 BY 1
001032                    UNTIL WS-IDX-PAS > WS-CONT-TABELA-PASSOS
001033                PERFORM 5100-EMITIR-PASSO
001034            END-PERFORM.
001035*
001036**----------------------------------------------------------------*
001037        5100-EMITIR-PASSO.
001038**----------------------------------------------------------------*
001039            IF WS-CONT-LINHAS-PAGINA > ZERO
001040                PERFORM 8500-GRAVAR-LINHA-BRANCO
001041            END-IF.
001042*
001043            MOVE WS-TAB-PAS-PROGRAMA(WS-IDX-PAS)
001044                TO WS-PAS-PROGRAMA.
001045            MOVE WS-TAB-PAS-FUNCAO(WS-IDX-PAS) TO WS-PAS-FUNCAO.
001046            IF WS-TAB-PAS-LIMITE(WS-IDX-PAS) = ZERO
001047                MOVE "SEM LIMITE" TO WS-PAS-LIMITE
001048            ELSE
001049                MOVE WS-TAB-PAS-LIMITE(WS-IDX-PAS)
001050                    TO WS-LIMITE-EDITADO
001051                MOVE WS-LIMITE-EDITADO TO WS-PAS-LIMITE
001052            END-IF.
001053            MOVE WS-LINHA-PASSO TO WS-LINHA-RELATORIO.
001054            PERFORM 8000-GRAVAR-LINHA.
001055*
001056            MOVE ZERO TO WS-CICLOS-EXECUTADOS.
001057            MOVE ZERO TO WS-IDX-ULTIMO.
001058            MOVE ZERO TO WS-SOMA-SEGUNDOS.
001059            MOVE ZERO TO WS-SOMA-LIDOS.
001060            MOVE ZERO TO WS-SOMA-GRAVADOS.
001061*
001062            PERFORM VARYING WS-IDX-CIC FROM 1 BY 1
001063                    UNTIL WS-IDX-CIC > WS-CONT-CICLOS
001064                PERFORM 5200-EMITIR-CICLO-PASSO
001065            END-PERFORM.
001066*
001067            IF WS-CICLOS-EXECUTADOS > ZERO
001068                PERFORM 5300-EMITIR-RESUMO-PASSO
001069            END-IF.
001070*
001071**----------------------------------------------------------------*
001072        5200-EMITIR-CICLO-PASSO.
001073**----------------------------------------------------------------*
001074            MOVE WS-TAB-CIC-DATA(WS-IDX-CIC)
001075                TO WS-DATA-DECOMPOSTA.
001076            PERFORM 8600-FORMATAR-DATA.
001077*
001078            IF WS-TAB-PC-EXECUCOES(WS-IDX-PAS, WS-IDX-CIC)
001079                    = ZERO
001080                MOVE WS-DATA-FORMATADA TO WS-NEX-DATA
001081                MOVE WS-LINHA-NAO-EXECUTADO TO WS-LINHA-RELATORIO
001082                PERFORM 8000-GRAVAR-LINHA
001083            ELSE
001084                MOVE WS-DATA-FORMATADA TO WS-DET-DATA
001085                MOVE WS-TAB-PC-EXECUCOES
001086                        (WS-IDX-PAS, WS-IDX-CIC)
001087                    TO WS-DET-EXECUCOES
001088                MOVE WS-TAB-PC-SEGUNDOS(WS-IDX-PAS, WS-IDX-CIC)
001089                    TO WS-DET-SEGUNDOS
001090                MOVE WS-TAB-PC-LIDOS(WS-IDX-PAS, WS-IDX-CIC)
001091                    TO WS-DET-LIDOS
001092                MOVE WS-TAB-PC-GRAVADOS(WS-IDX-PAS, WS-IDX-CIC)
001093                    TO WS-DET-GRAVADOS
001094                MOVE WS-TAB-PC-MAIOR-RC(WS-IDX-PAS, WS-IDX-CIC)
001095                    TO WS-DET-RC
001096                IF WS-TAB-PC-ESTOURO(WS-IDX-PAS, WS-IDX-CIC)
001097                        = "S"
001098                    MOVE "*ACIMA LIMITE" TO WS-DET-SITUACAO
001099                ELSE
001100                    MOVE SPACES TO WS-DET-SITUACAO
001101                END-IF
001102                MOVE WS-LINHA-DETALHE TO WS-LINHA-RELATORIO
001103                PERFORM 8000-GRAVAR-LINHA
001104                PERFORM 5250-ACUMULAR-RESUMO
001105            END-IF.
001106*
001107**----------------------------------------------------------------*
001108        5250-ACUMULAR-RESUMO.
001109**----------------------------------------------------------------*
001110            ADD 1 TO WS-CICLOS-EXECUTADOS.
001111*
001112            IF WS-CICLOS-EXECUTADOS = 1
001113                MOVE WS-TAB-PC-SEGUNDOS(WS-IDX-PAS, WS-IDX-CIC)
001114                    TO WS-MIN-SEGUNDOS WS-MAX-SEGUNDOS
001115                MOVE WS-TAB-PC-LIDOS(WS-IDX-PAS, WS-IDX-CIC)
001116                    TO WS-MIN-LIDOS WS-MAX-LIDOS
001117                MOVE WS-TAB-PC-GRAVADOS(WS-IDX-PAS, WS-IDX-CIC)
001118                    TO WS-MIN-GRAVADOS WS-MAX-GRAVADOS
001119            END-IF.
001120*
001121            IF WS-TAB-PC-SEGUNDOS(WS-IDX-PAS, WS-IDX-CIC)
001122                    < WS-MIN-SEGUNDOS
001123                MOVE WS-TAB-PC-SEGUNDOS(WS-IDX-PAS, WS-IDX-CIC)
001124                    TO WS-MIN-SEGUNDOS
001125            END-IF.
001126            IF WS-TAB-PC-SEGUNDOS(WS-IDX-PAS, WS-IDX-CIC)
001127                    > WS-MAX-SEGUNDOS
001128                MOVE WS-TAB-PC-SEGUNDOS(WS-IDX-PAS, WS-IDX-CIC)
001129                    TO WS-MAX-SEGUNDOS
001130            END-IF.
001131            IF WS-TAB-PC-LIDOS(WS-IDX-PAS, WS-IDX-CIC)
001132                    < WS-MIN-LIDOS
001133                MOVE WS-TAB-PC-LIDOS(WS-IDX-PAS, WS-IDX-CIC)
001134                    TO WS-MIN-LIDOS
001135            END-IF.
001136            IF WS-TAB-PC-LIDOS(WS-IDX-PAS, WS-IDX-CIC)
001137                    > WS-MAX-LIDOS
001138                MOVE WS-TAB-PC-LIDOS(WS-IDX-PAS, WS-IDX-CIC)
001139                    TO WS-MAX-LIDOS
001140            END-IF.
001141            IF WS-TAB-PC-GRAVADOS(WS-IDX-PAS, WS-IDX-CIC)
001142                    < WS-MIN-GRAVADOS
001143                MOVE WS-TAB-PC-GRAVADOS(WS-IDX-PAS, WS-IDX-CIC)
001144                    TO WS-MIN-GRAVADOS
001145            END-IF.
001146            IF WS-TAB-PC-GRAVADOS(WS-IDX-PAS, WS-IDX-CIC)
001147                    > WS-MAX-GRAVADOS
001148                MOVE WS-TAB-PC-GRAVADOS(WS-IDX-PAS, WS-IDX-CIC)
001149                    TO WS-MAX-GRAVADOS
001150            END-IF.
001151*
001152            ADD WS-TAB-PC-SEGUNDOS(WS-IDX-PAS, WS-IDX-CIC)
001153                TO WS-SOMA-SEGUNDOS.
001154            ADD WS-TAB-PC-LIDOS(WS-IDX-PAS, WS-IDX-CIC)
001155                TO WS-SOMA-LIDOS.
001156            ADD WS-TAB-PC-GRAVADOS(WS-IDX-PAS, WS-IDX-CIC)
001157                TO WS-SOMA-GRAVADOS.
001158            MOVE WS-IDX-CIC TO WS-IDX-ULTIMO.
001159*
001160**----------------------------------------------------------------*
001161        5300-EMITIR-RESUMO-PASSO.
001162**----------------------------------------------------------------*
001163*    MEDIA, MINIMO E MAXIMO SOBRE OS CICLOS EM QUE O PASSO RODOU,
001164*    E A VARIACAO DO ULTIMO DELES SOBRE A MEDIA DOS ANTERIORES
001165*    (TEMPO E REGISTROS LIDOS).
001166*
001167            MOVE "MEDIA" TO WS-RES-ROTULO.
001168            COMPUTE WS-RES-SEGUNDOS ROUNDED =
001169                WS-SOMA-SEGUNDOS / WS-CICLOS-EXECUTADOS.
001170            COMPUTE WS-RES-LIDOS ROUNDED =
001171                WS-SOMA-LIDOS / WS-CICLOS-EXECUTADOS.
001172            COMPUTE WS-RES-GRAVADOS ROUNDED =
001173                WS-SOMA-GRAVADOS / WS-CICLOS-EXECUTADOS.
001174            MOVE WS-LINHA-RESUMO TO WS-LINHA-RELATORIO.
001175            PERFORM 8000-GRAVAR-LINHA.
001176*
001177            MOVE "MINIMO" TO WS-RES-ROTULO.
001178            MOVE WS-MIN-SEGUNDOS TO WS-RES-SEGUNDOS.
001179            MOVE WS-MIN-LIDOS TO WS-RES-LIDOS.
001180            MOVE WS-MIN-GRAVADOS TO WS-RES-GRAVADOS.
001181            MOVE WS-LINHA-RESUMO TO WS-LINHA-RELATORIO.
001182            PERFORM 8000-GRAVAR-LINHA.
001183*
001184            MOVE "MAXIMO" TO WS-RES-ROTULO.
001185            MOVE WS-MAX-SEGUNDOS TO WS-RES-SEGUNDOS.
001186            MOVE WS-MAX-LIDOS TO WS-RES-LIDOS.
001187            MOVE WS-MAX-GRAVADOS TO WS-RES-GRAVADOS.
001188            MOVE WS-LINHA-RESUMO TO WS-LINHA-RELATORIO.
001189            PERFORM 8000-GRAVAR-LINHA.
001190*
001191            IF WS-CICLOS-EXECUTADOS < 2
001192                MOVE WS-LINHA-SEM-BASE TO WS-LINHA-RELATORIO
001193            ELSE
001194                COMPUTE WS-MEDIA-ANT-SEGUNDOS ROUNDED =
001195                    (WS-SOMA-SEGUNDOS - WS-TAB-PC-SEGUNDOS
001196                        (WS-IDX-PAS, WS-IDX-ULTIMO))
001197                    / (WS-CICLOS-EXECUTADOS - 1)
001198                COMPUTE WS-MEDIA-ANT-LIDOS ROUNDED =
001199                    (WS-SOMA-LIDOS - WS-TAB-PC-LIDOS
001200                        (WS-IDX-PAS, WS-IDX-ULTIMO))
001201                    / (WS-CICLOS-EXECUTADOS - 1)
001202*
001203                IF WS-MEDIA-ANT-SEGUNDOS = ZERO
001204                    MOVE "  N/D" TO WS-VAR-TEMPO
001205                ELSE
001206                    COMPUTE WS-VARIACAO ROUNDED =
001207                        (WS-TAB-PC-SEGUNDOS
001208                            (WS-IDX-PAS, WS-IDX-ULTIMO)
001209                         - WS-MEDIA-ANT-SEGUNDOS) * 100
001210                        / WS-MEDIA-ANT-SEGUNDOS
001211                        ON SIZE ERROR
001212                            MOVE 9999 TO WS-VARIACAO
001213                    END-COMPUTE
001214                    MOVE WS-VARIACAO TO WS-VARIACAO-EDITADA
001215                    MOVE WS-VARIACAO-EDITADA TO WS-VAR-TEMPO
001216                END-IF
001217*
001218                IF WS-MEDIA-ANT-LIDOS = ZERO
001219                    MOVE "  N/D" TO WS-VAR-VOLUME
001220                ELSE
001221                    COMPUTE WS-VARIACAO ROUNDED =
001222                        (WS-TAB-PC-LIDOS
001223                            (WS-IDX-PAS, WS-IDX-ULTIMO)
001224                         - WS-MEDIA-ANT-LIDOS) * 100
001225                        / WS-MEDIA-ANT-LIDOS
001226                        ON SIZE ERROR
001227                            MOVE 9999 TO WS-VARIACAO
001228                    END-COMPUTE
001229                    MOVE WS-VARIACAO TO WS-VARIACAO-EDITADA
001230                    MOVE WS-VARIACAO-EDITADA TO WS-VAR-VOLUME
001231                END-IF
001232*
001233                MOVE WS-LINHA-VARIACAO TO WS-LINHA-RELATORIO
001234            END-IF.
001235            PERFORM 8000-GRAVAR-LINHA.
001236*
001237**----------------------------------------------------------------*
001238        6000-EMITIR-JANELAS.
001239**----------------------------------------------------------------*
001240*    A JANELA DE CADA CICLO: DO PRIMEIRO INICIO AO ULTIMO FIM DE
001241*    QUALQUER PASSO GRAVADO NA DATA.
001242*
001243            MOVE "JANELA POR CICLO" TO WS-CAB2-TEXTO.
001244            MOVE WS-COLUNAS-JANELA TO WS-CABECALHO-COLUNAS.
001245            MOVE ZERO TO WS-CONT-LINHAS-PAGINA.
001246*
001247            PERFORM VARYING WS-IDX-CIC FROM 1 BY 1
001248                    UNTIL WS-IDX-CIC > WS-CONT-CICLOS
001249                MOVE WS-TAB-CIC-DATA(WS-IDX-CIC)
001250                    TO WS-DATA-DECOMPOSTA
001251                PERFORM 8600-FORMATAR-DATA
001252                MOVE WS-DATA-FORMATADA TO WS-JAN-DATA
001253*
001254                MOVE WS-TAB-CIC-JAN-INICIO(WS-IDX-CIC)
001255                    TO WS-CARIMBO-N
001256                MOVE WS-CAR-DATA TO WS-DATA-DECOMPOSTA
001257                PERFORM 8600-FORMATAR-DATA
001258                MOVE WS-DATA-FORMATADA TO WS-JAN-INICIO-DATA
001259                MOVE WS-CAR-HORA TO WS-HORA-DECOMPOSTA
001260                PERFORM 8650-FORMATAR-HORA
001261                MOVE WS-HORA-FORMATADA TO WS-JAN-INICIO-HORA
001262*
001263                MOVE WS-TAB-CIC-JAN-FIM(WS-IDX-CIC)
001264                    TO WS-CARIMBO-FIM-N
001265                MOVE WS-CFI-DATA TO WS-DATA-DECOMPOSTA
001266                PERFORM 8600-FORMATAR-DATA
001267                MOVE WS-DATA-FORMATADA TO WS-JAN-FIM-DATA
001268                MOVE WS-CFI-HORA TO WS-HORA-DECOMPOSTA
001269                PERFORM 8650-FORMATAR-HORA
001270                MOVE WS-HORA-FORMATADA TO WS-JAN-FIM-HORA
001271*
001272                MOVE ZERO TO WS-DURACAO
001273                IF WS-CAR-DATA > 16010101
001274                   AND WS-CARIMBO-FIM-N > WS-CARIMBO-N
001275                    MOVE WS-CAR-HORA TO WS-HORA-DECOMPOSTA
001276                    COMPUTE WS-SEG-INICIO =
001277                        FUNCTION INTEGER-OF-DATE(WS-CAR-DATA)
001278                            * 86400
001279                      + WS-HD-HORA * 3600 + WS-HD-MINUTO * 60
001280                      + WS-HD-SEGUNDO
001281                    MOVE WS-CFI-HORA TO WS-HORA-DECOMPOSTA
001282                    COMPUTE WS-SEG-FIM =
001283                        FUNCTION INTEGER-OF-DATE(WS-CFI-DATA)
001284                            * 86400
001285                      + WS-HD-HORA * 3600 + WS-HD-MINUTO * 60
001286                      + WS-HD-SEGUNDO
001287                    COMPUTE WS-DURACAO =
001288                        WS-SEG-FIM - WS-SEG-INICIO
001289                END-IF
001290                MOVE WS-DURACAO TO WS-JAN-SEGUNDOS
001291                MOVE WS-TAB-CIC-EXECUCOES(WS-IDX-CIC)
001292                    TO WS-JAN-EXECUCOES
001293*
001294                MOVE WS-LINHA-JANELA TO WS-LINHA-RELATORIO
001295                PERFORM 8000-GRAVAR-LINHA
001296            END-PERFORM.
001297*
001298**----------------------------------------------------------------*
001299        7000-EMITIR-ESTOUROS.
001300**----------------------------------------------------------------*
001301            MOVE "ESTOUROS DE LIMITE AVISADOS" TO WS-CAB2-TEXTO.
001302            MOVE WS-COLUNAS-ESTOURO TO WS-CABECALHO-COLUNAS.
001303            MOVE ZERO TO WS-CONT-LINHAS-PAGINA.
001304*
001305            IF WS-CONT-ESTOUROS = ZERO
001306                MOVE 'NENHUM ESTOURO NOVO DE LIMITE'
001307                    TO WS-LINHA-RELATORIO
001308                PERFORM 8000-GRAVAR-LINHA
001309            END-IF.
001310*
001311            PERFORM VARYING WS-IDX-ESTOUROS FROM 1 BY 1
001312                    UNTIL WS-IDX-ESTOUROS >
001313                              WS-CONT-TABELA-ESTOUROS
001314                MOVE WS-TAB-EST-DATA(WS-IDX-ESTOUROS)
001315                    TO WS-DATA-DECOMPOSTA
001316                PERFORM 8600-FORMATAR-DATA
001317                MOVE WS-DATA-FORMATADA TO WS-ETO-DATA
001318                MOVE WS-TAB-EST-PROGRAMA(WS-IDX-ESTOUROS)
001319                    TO WS-ETO-PROGRAMA
001320                MOVE WS-TAB-EST-FUNCAO(WS-IDX-ESTOUROS)
001321                    TO WS-ETO-FUNCAO
001322                MOVE WS-TAB-EST-HORA(WS-IDX-ESTOUROS)
001323                    TO WS-HORA-DECOMPOSTA
001324                PERFORM 8650-FORMATAR-HORA
001325                MOVE WS-HORA-FORMATADA TO WS-ETO-HORA
001326                MOVE WS-TAB-EST-SEGUNDOS(WS-IDX-ESTOUROS)
001327                    TO WS-ETO-SEGUNDOS
001328                MOVE WS-TAB-EST-LIMITE(WS-IDX-ESTOUROS)
001329                    TO WS-ETO-LIMITE
001330                MOVE WS-LINHA-ESTOURO TO WS-LINHA-RELATORIO
001331                PERFORM 8000-GRAVAR-LINHA
001332            END-PERFORM.
001333*
001334            IF WS-CONT-ESTOUROS > WS-CONT-TABELA-ESTOUROS
001335                MOVE 'DEMAIS ESTOUROS SO NO ARQUIVO DE MENSAGENS'
001336                    TO WS-LINHA-RELATORIO
001337                PERFORM 8000-GRAVAR-LINHA
001338            END-IF.
001339*
001340**----------------------------------------------------------------*
001341        7500-EMITIR-TOTAIS.
001342**----------------------------------------------------------------*
001343            PERFORM 8500-GRAVAR-LINHA-BRANCO.
001344*
001345            MOVE "REGISTROS DE ESTATISTICA LIDOS"
001346                TO WS-CON-ROTULO.
001347            MOVE WS-CONT-ESTAT-LIDOS TO WS-CON-QTD.
001348            PERFORM 7100-GRAVAR-CONTAGEM.
001349*
001350            MOVE "FORA DOS CICLOS DO RELATORIO" TO WS-CON-ROTULO.
001351            MOVE WS-CONT-FORA-CICLOS TO WS-CON-QTD.
001352            PERFORM 7100-GRAVAR-CONTAGEM.
001353*
001354            MOVE "REGISTROS INVALIDOS IGNORADOS" TO WS-CON-ROTULO.
001355            MOVE WS-CONT-INVALIDOS TO WS-CON-QTD.
001356            PERFORM 7100-GRAVAR-CONTAGEM.
001357*
001358            MOVE "PASSOS FORA DA TABELA" TO WS-CON-ROTULO.
001359            MOVE WS-CONT-FORA-PASSOS TO WS-CON-QTD.
001360            PERFORM 7100-GRAVAR-CONTAGEM.
001361*
001362            MOVE "CICLOS NO RELATORIO" TO WS-CON-ROTULO.
001363            MOVE WS-CONT-CICLOS TO WS-CON-QTD.
001364            PERFORM 7100-GRAVAR-CONTAGEM.
001365*
001366            MOVE "PASSOS NO RELATORIO" TO WS-CON-ROTULO.
001367            MOVE WS-CONT-TABELA-PASSOS TO WS-CON-QTD.
001368            PERFORM 7100-GRAVAR-CONTAGEM.
001369*
001370            MOVE "CARTOES DE LIMITE CARREGADOS" TO WS-CON-ROTULO.
001371            MOVE WS-CONT-TABELA-LIMITES TO WS-CON-QTD.
001372            PERFORM 7100-GRAVAR-CONTAGEM.
001373*
001374            MOVE "CARTOES DE LIMITE INVALIDOS" TO WS-CON-ROTULO.
001375            MOVE WS-CONT-LIMITE-INVALIDO TO WS-CON-QTD.
001376            PERFORM 7100-GRAVAR-CONTAGEM.
001377*
001378            MOVE "ESTOUROS NOVOS AVISADOS" TO WS-CON-ROTULO.
001379            MOVE WS-CONT-ESTOUROS TO WS-CON-QTD.
001380            PERFORM 7100-GRAVAR-CONTAGEM.
001381*
001382**----------------------------------------------------------------*
001383        7100-GRAVAR-CONTAGEM.
001384**----------------------------------------------------------------*
001385            MOVE WS-LINHA-CONTAGEM TO WS-LINHA-RELATORIO.
001386            PERFORM 8000-GRAVAR-LINHA.
001387*
001388**----------------------------------------------------------------*
001389        8000-GRAVAR-LINHA.
001390**----------------------------------------------------------------*
001391*    GRAVA A LINHA CORRENTE CONTROLANDO A PAGINACAO, NO MESMO
001392*    PADRAO DO COBOL012; ZERAR WS-CONT-LINHAS-PAGINA FORCA PAGINA
001393*    NOVA (CADA SECAO DO RELATORIO COMECA NUMA).
001394*
001395            IF WS-CONT-LINHAS-PAGINA >= WS-LINHAS-POR-PAGINA
001396               OR WS-CONT-LINHAS-PAGINA = ZERO
001397                MOVE WS-LINHA-RELATORIO TO WS-LINHA-GUARDADA
001398                PERFORM 8900-IMPRIMIR-CABECALHO
001399                MOVE WS-LINHA-GUARDADA TO WS-LINHA-RELATORIO
001400            END-IF.
001401*
001402            WRITE WS-LINHA-RELATORIO.
001403            ADD 1 TO WS-CONT-LINHAS-PAGINA.
001404            ADD 1 TO WS-CONT-LINHAS-GRAVADAS.
001405*
001406**----------------------------------------------------------------*
001407        8500-GRAVAR-LINHA-BRANCO.
001408**----------------------------------------------------------------*
001409            MOVE SPACES TO WS-LINHA-RELATORIO.
001410            PERFORM 8000-GRAVAR-LINHA.
001411*
001412**----------------------------------------------------------------*
001413        8600-FORMATAR-DATA.
001414**----------------------------------------------------------------*
001415            MOVE WS-DD-DIA TO WS-DF-DIA.
001416            MOVE WS-DD-MES TO WS-DF-MES.
001417            MOVE WS-DD-ANO TO WS-DF-ANO.
001418*
001419**----------------------------------------------------------------*
001420        8650-FORMATAR-HORA.
001421**----------------------------------------------------------------*
001422            MOVE WS-HD-HORA TO WS-HF-HORA.
001423            MOVE WS-HD-MINUTO TO WS-HF-MINUTO.
001424            MOVE WS-HD-SEGUNDO TO WS-HF-SEGUNDO.
001425*
001426**----------------------------------------------------------------*
001427        8800-FECHAR-ARQUIVOS.
001428**----------------------------------------------------------------*
001429            CLOSE LIMIT-FILE.
001430            CLOSE REPORT-OUT.
001431*
001432**----------------------------------------------------------------*
001433        8900-IMPRIMIR-CABECALHO.
001434**----------------------------------------------------------------*
001435            ADD 1 TO WS-NUM-PAGINA.
001436            MOVE WS-NUM-PAGINA TO WS-CAB1-PAGINA.
001437*
001438            IF WS-NUM-PAGINA > 1
001439                MOVE SPACES TO WS-LINHA-RELATORIO
001440                WRITE WS-LINHA-RELATORIO
001441                    BEFORE ADVANCING PAGE
001442            END-IF.
001443*
001444            WRITE WS-LINHA-RELATORIO FROM WS-CABECALHO-1.
001445            WRITE WS-LINHA-RELATORIO FROM WS-CABECALHO-2.
001446            MOVE SPACES TO WS-LINHA-RELATORIO.
001447            WRITE WS-LINHA-RELATORIO.
001448            WRITE WS-LINHA-RELATORIO FROM WS-CABECALHO-COLUNAS.
001449*
001450            MOVE ZERO TO WS-CONT-LINHAS-PAGINA.
001451*
001452**----------------------------------------------------------------*
001453        9700-REGISTRAR-RESULTADO.
001454**----------------------------------------------------------------*
001455*    GRAVA NO ARQUIVO CENTRAL DE MENSAGENS (MENSAGEM) O
001456*    DESFECHO DA EXECUCAO QUANDO HOUVE ALGO ACIONAVEL QUE AINDA
001457*    NAO FOI AVISADO (OS ESTOUROS DE LIMITE JA TEM UM AVISO
001458*    CADA), PARA O RELATORIO DE EXCECOES DO COBOL020.
001459*
001460            EVALUATE TRUE
001461                WHEN RETURN-CODE >= WS-RC-ERRO-DADOS
001462                    MOVE "E" TO WS-MSG-SEVERIDADE
001463                    MOVE RETURN-CODE TO WS-MSG-CODIGO-RC
001464                    MOVE 'ESTATISTICA DO BATCH INCOMPLETA'
001465                        TO WS-MSG-TEXTO
001466                    PERFORM 9800-GRAVAR-MENSAGEM
001467                WHEN RETURN-CODE >= WS-RC-AVISO
001468                 AND WS-CONT-ESTOUROS = ZERO
001469                    MOVE "A" TO WS-MSG-SEVERIDADE
001470                    MOVE RETURN-CODE TO WS-MSG-CODIGO-RC
001471                    MOVE 'ESTATISTICA DO BATCH COM RESSALVA'
001472                        TO WS-MSG-TEXTO
001473                    PERFORM 9800-GRAVAR-MENSAGEM
001474                WHEN OTHER
001475                    CONTINUE
001476            END-EVALUATE.
001477*
001478**----------------------------------------------------------------*
001479        9750-GRAVAR-ESTATISTICA.
001480**----------------------------------------------------------------*
001481*    ACRESCENTA NO ARQUIVO DE ESTATISTICAS DA JANELA DE BATCH
001482*    (ESTATIST, COPY ESTATREC) O INICIO, O FIM, OS VOLUMES E O
001483*    RETURN-CODE DESTA EXECUCAO - O CARIMBO DE INICIO E O QUE A
001484*    PROXIMA EXECUCAO USA PARA NAO REPETIR AVISOS. FALHA AQUI SO
001485*    GERA AVISO NA CONSOLA - A ESTATISTICA NUNCA MUDA O
001486*    RETURN-CODE DO PASSO.
001487*
001488            MOVE FUNCTION CURRENT-DATE TO WS-FIM-EXECUCAO.
001489*
001490            OPEN EXTEND STAT-FILE.
001491*
001492            IF WS-FS-ESTATIST NOT = "00"
001493               AND WS-FS-ESTATIST NOT = "05"
001494                DISPLAY 'AVISO: ESTATISTICA NAO GRAVADA - FS='
001495                    WS-FS-ESTATIST
001496            ELSE
001497                MOVE SPACES TO ES-ESTATISTICA-RECORD
001498                MOVE WS-DH-DATA TO ES-DATA-MOVIMENTO
001499                MOVE 'COBOL035' TO ES-PROGRAM-ID
001500                MOVE SPACES TO ES-FUNCAO
001501                MOVE WS-IE-DATA TO ES-DATA-INICIO
001502                MOVE WS-IE-HORA TO ES-HORA-INICIO
001503                MOVE WS-FE-DATA TO ES-DATA-FIM
001504                MOVE WS-FE-HORA TO ES-HORA-FIM
001505                MOVE WS-CONT-ESTAT-LIDOS TO ES-REGISTROS-LIDOS
001506                MOVE WS-CONT-LINHAS-GRAVADAS
001507                    TO ES-REGISTROS-GRAVADOS
001508                MOVE RETURN-CODE TO ES-RETURN-CODE
001509*
001510                WRITE ES-ESTATISTICA-RECORD
001511*
001512                IF WS-FS-ESTATIST NOT = "00"
001513                    DISPLAY 'AVISO: ESTATISTICA NAO GRAVADA - FS='
001514                        WS-FS-ESTATIST
001515                END-IF
001516*
001517                CLOSE STAT-FILE
001518            END-IF.
001519*
001520**----------------------------------------------------------------*
001521        9800-GRAVAR-MENSAGEM.
001522**----------------------------------------------------------------*
001523            OPEN EXTEND MSG-FILE.
001524*
001525            IF WS-FS-MENSAGEM NOT = "00"
001526                DISPLAY 'ERRO AO ABRIR MENSAGEM - FS='
001527                    WS-FS-MENSAGEM
001528            ELSE
001529                MOVE 'COBOL035' TO MG-PROGRAM-ID
001530                MOVE WS-MSG-SEVERIDADE TO MG-SEVERIDADE
001531                MOVE WS-MSG-CODIGO-COMP TO MG-CODIGO
001532                MOVE WS-DH-DATA TO MG-DATA-MOVIMENTO
001533                MOVE WS-DH-HORA TO MG-HORA-GRAVACAO
001534                MOVE WS-MSG-TEXTO TO MG-TEXTO
001535*
001536                WRITE MG-MESSAGE-RECORD
001537*
001538                IF WS-FS-MENSAGEM NOT = "00"
001539                    DISPLAY 'ERRO AO GRAVAR MENSAGEM - FS='
001540                        WS-FS-MENSAGEM
001541                END-IF
001542*
001543                CLOSE MSG-FILE
001544            END-IF.
001545*
001546        END PROGRAM COBOL035.
001547* FIM DO PROGRAMA ****************************
