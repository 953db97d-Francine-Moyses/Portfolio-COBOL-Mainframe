000001******************************************************************
000002* DATA     : 15/10/2026
000003* AUTOR    : FRANCINE NUNES MOYSES
000004* OBJETIVO : COBRANCA MENSAL DO USO DA CADEIA POR ORIGEM
000005*            (DEPARTAMENTO OU AGENCIA), NO LUGAR DA CONTA FEITA
000006*            A MAO PELA AREA FINANCEIRA SOBRE O RELATORIO DO
000007*            COBOL012. A COMPETENCIA (AAAAMM) VEM NAS POSICOES
000008*            1-6 DO PARM; SEM ELA, VALE O MES ANTERIOR AO DA
000009*            DATA-MOVIMENTO DO CARTAO DATAPROC. CONTA, POR ORIGEM
000010*            E POR DIA DO MES:
000011*              - NOMES ACEITOS: REGISTROS DO COBOL004 NO AUDITLOG
000012*                COM RETURN-CODE DE SUCESSO (< 8), O MESMO
000013*                CRITERIO DA CONCILIACAO DO COBOL007, PELA
000014*                AR-ORIGEM;
000015*              - REJEITOS: REGISTROS DO REJEITO E OS JA
000016*                RECICLADOS PELO COBOL011 (REJRESOL, QUE GUARDA O
000017*                REJEITO ORIGINAL), PELA RJ-ORIGEM;
000018*              - TRANSACOES DE MANUTENCAO: REGISTROS DA HISTORIA,
000019*                COM A ORIGEM DO REGISTRO NO MESTRE (LEITURA
000020*                DIRETA POR HS-ID). OS REGISTROS COMPENSATORIOS
000021*                DO ESTORNO DE DIA (COBOL022, RECONHECIDOS PELA
000022*                AUDITORIA COM A MESMA CHAVE E HORA) E O
000023*                ARQUIVAMENTO DE INATIVOS (COBOL036) SAO OPERACAO
000024*                DO CPD E NAO ENTRAM NA COBRANCA. MR-ID QUE JA FOI
000025*                ARQUIVADO TEM A ORIGEM LIDA NO ARQUIVO DE MESTRES
000026*                ARQUIVADOS (MASTARQ, COPY MARQREC).
000027*            CADA DIA E COBRADO PELA TARIFA DA ORIGEM EM VIGOR
000028*            NAQUELE DIA (TARIFA, COPY TARIFREC, MANTIDA PELO
000029*            COBOL033: A DE MAIOR VIGENCIA ATE A DATA). SAEM O
000030*            DEMONSTRATIVO POR ORIGEM (RELFATUR, UMA PAGINA NOVA
000031*            POR ORIGEM, DIA A DIA COM A VIGENCIA APLICADA E O
000032*            TOTAL POR ITEM, MAIS O RESUMO GERAL), O ARQUIVO
000033*            DELIMITADO PARA A CONTABILIDADE (FATURA: CABECALHO
000034*            DE COLUNAS, UMA LINHA POR ORIGEM E ITEM COBRADO E O
000035*            TRAILER "TOTAL;LINHAS;VALOR") E A LISTA DE EXCECOES
000036*            (RELEXCEC): ATIVIDADE DE ORIGEM SEM TARIFA VIGENTE
000037*            NO DIA E MANUTENCAO DE MR-ID QUE NAO ESTA MAIS NO
000038*            MESTRE (SEM ORIGEM) - NADA DISSO E COBRADO.
000039* CPD      : INEFE
000040******************************************************************
000041******************************************************************
000042* CONDICOES DE RETORNO (RETURN-CODE) DESTE PROGRAMA:
000043*     0000  =  COBRANCA GERADA SEM EXCECOES
000044*     0004  =  AVISO - HOUVE ATIVIDADE SEM TARIFA OU SEM ORIGEM
000045*              (VER RELEXCEC), NENHUMA ATIVIDADE NA COMPETENCIA,
000046*              OU TARIFA INVALIDA IGNORADA
000047*     0008  =  ERRO DE DADOS - PARM COM COMPETENCIA INVALIDA, OU
000048*              TABELA DE ORIGENS/TARIFAS/ESTORNOS CHEIA
000049*              (COBRANCA INCOMPLETA - NAO ENVIAR A FATURA)
000050*     0016  =  ERRO SEVERO - FALHA AO ABRIR/GRAVAR UM DOS
000051*              ARQUIVOS
000052******************************************************************
000053        IDENTIFICATION DIVISION.
000054**************************
000055        PROGRAM-ID. COBOL034.
000056        AUTHOR. FRANCINE NUNES MOYSES.
000057        DATE-WRITTEN. 26/10/15 @ 18:00:00.
000058        DATE-COMPILED. 2026-10-15.
000059        INSTALLATION. INEFE.
000060        SECURITY. NORMAL.
000061*
000062***********************
000063        ENVIRONMENT DIVISION.
000064***********************
000065*
000066        CONFIGURATION SECTION.
000067*
000068        SOURCE-COMPUTER. IBM-ZOS.
000069        OBJECT-COMPUTER. IBM-ZOS.
000070*
000071        SPECIAL-NAMES.
000072*
000073        DECIMAL-POINT IS COMMA.
000074*
000075        INPUT-OUTPUT SECTION.
000076*
000077        FILE-CONTROL.
000078            SELECT OPTIONAL RATE-FILE ASSIGN TO "TARIFA"
000079                ORGANIZATION IS SEQUENTIAL
000080                FILE STATUS IS WS-FS-TARIFA.
000081*
000082            SELECT OPTIONAL AUDIT-LOG ASSIGN TO "AUDITLOG"
000083                ORGANIZATION IS SEQUENTIAL
000084                FILE STATUS IS WS-FS-AUDIT.
000085*
000086            SELECT OPTIONAL REJECT-FILE ASSIGN TO "REJEITO"
000087                ORGANIZATION IS SEQUENTIAL
000088                FILE STATUS IS WS-FS-REJECT.
000089*
000090            SELECT OPTIONAL REJECT-RESOL ASSIGN TO "REJRESOL"
000091                ORGANIZATION IS SEQUENTIAL
000092                FILE STATUS IS WS-FS-RESOL.
000093*
000094            SELECT OPTIONAL HIST-FILE ASSIGN TO "HISTORIA"
000095                ORGANIZATION IS SEQUENTIAL
000096                FILE STATUS IS WS-FS-HISTORIA.
000097*
000098            SELECT MASTER-FILE ASSIGN TO "MASTOUT"
000099                ORGANIZATION IS INDEXED
000100                ACCESS MODE IS DYNAMIC
000101                RECORD KEY IS MR-ID
000102                FILE STATUS IS WS-FS-MASTER.
000103*
000104            SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO "MASTARQ"
000105                ORGANIZATION IS INDEXED
000106                ACCESS MODE IS RANDOM
000107                RECORD KEY IS MA-ID
000108                FILE STATUS IS WS-FS-ARQUIVO.
000109*
000110            SELECT OPTIONAL DATE-CARD ASSIGN TO "DATAPROC"
000111                ORGANIZATION IS SEQUENTIAL
000112                FILE STATUS IS WS-FS-DATAPROC.
000113*
000114            SELECT BILLING-OUT ASSIGN TO "FATURA"
000115                ORGANIZATION IS SEQUENTIAL
000116                FILE STATUS IS WS-FS-FATURA.
000117*
000118            SELECT BILLING-RPT ASSIGN TO "RELFATUR"
000119                ORGANIZATION IS SEQUENTIAL
000120                FILE STATUS IS WS-FS-RELATORIO.
000121*
000122            SELECT EXCEPTION-RPT ASSIGN TO "RELEXCEC"
000123                ORGANIZATION IS SEQUENTIAL
000124                FILE STATUS IS WS-FS-EXCECAO.
000125*
000126            SELECT MSG-FILE ASSIGN TO "MENSAGEM"
000127                ORGANIZATION IS SEQUENTIAL
000128                FILE STATUS IS WS-FS-MENSAGEM.
000129*
000130****************
000131        DATA DIVISION.
000132****************
000133*
000134        FILE SECTION.
000135*
000136        FD  RATE-FILE
000137            RECORDING MODE IS F.
000138        COPY "TARIFREC.cpy".
000139*
000140        FD  AUDIT-LOG
000141            RECORDING MODE IS F.
000142        COPY "AUDITREC.cpy".
000143*
000144        FD  REJECT-FILE
000145            RECORDING MODE IS F.
000146        COPY "REJREC.cpy".
000147*
000148*    MESMO LAYOUT DO REJRESOL DO COBOL011: O REJEITO ORIGINAL
000149*    (COPY REJREC) NAS 58 PRIMEIRAS POSICOES.
000150        FD  REJECT-RESOL
000151            RECORDING MODE IS F.
000152        01  WS-RESOL-RECORD.
000153            05  RS-REJEITO-ORIGINAL.
000154                10  FILLER              PIC X(40).
000155                10  RS-RJ-DATA-EXECUCAO PIC 9(8).
000156                10  FILLER              PIC X(6).
000157                10  RS-RJ-ORIGEM        PIC X(4).
000158            05  RS-NOME-CORRIGIDO       PIC X(30).
000159            05  RS-DATA-RESOLUCAO       PIC 9(8).
000160*
000161        FD  HIST-FILE
000162            RECORDING MODE IS F.
000163        COPY "HISTREC.cpy".
000164*
000165        FD  MASTER-FILE.
000166        COPY "MASTREC.cpy".
000167*
000168        FD  ARCHIVE-FILE.
000169        COPY "MARQREC.cpy".
000170*
000171        FD  DATE-CARD
000172            RECORDING MODE IS F.
000173        COPY "DATPREC.cpy".
000174*
000175        FD  BILLING-OUT
000176            RECORDING MODE IS F.
000177        01  WS-LINHA-FATURA             PIC X(80).
000178*
000179        FD  BILLING-RPT
000180            RECORDING MODE IS F.
000181        01  WS-LINHA-RELATORIO          PIC X(80).
000182*
000183        FD  EXCEPTION-RPT
000184            RECORDING MODE IS F.
000185        01  WS-LINHA-EXCECAO            PIC X(80).
000186*
000187        FD  MSG-FILE
000188            RECORDING MODE IS F.
000189        COPY "MSGREC.cpy".
000190*
000191        WORKING-STORAGE SECTION.
000192*
000193        01  WS-CONDICAO-RETORNO.
000194            05  WS-RC-NORMAL             PIC 9(2) VALUE 00.
000195            05  WS-RC-AVISO              PIC 9(2) VALUE 04.
000196            05  WS-RC-ERRO-DADOS         PIC 9(2) VALUE 08.
000197            05  WS-RC-ERRO-SEVERO        PIC 9(2) VALUE 16.
000198*
000199        01  WS-FS-TARIFA               PIC X(2) VALUE SPACES.
000200        01  WS-FS-AUDIT                PIC X(2) VALUE SPACES.
000201        01  WS-FS-REJECT               PIC X(2) VALUE SPACES.
000202        01  WS-FS-RESOL                PIC X(2) VALUE SPACES.
000203        01  WS-FS-HISTORIA             PIC X(2) VALUE SPACES.
000204        01  WS-FS-MASTER               PIC X(2) VALUE SPACES.
000205        01  WS-FS-DATAPROC             PIC X(2) VALUE SPACES.
000206        01  WS-FS-FATURA               PIC X(2) VALUE SPACES.
000207        01  WS-FS-RELATORIO            PIC X(2) VALUE SPACES.
000208        01  WS-FS-EXCECAO              PIC X(2) VALUE SPACES.
000209        01  WS-FS-MENSAGEM             PIC X(2) VALUE SPACES.
000210        01  WS-FS-ARQUIVO              PIC X(2) VALUE SPACES.
000211*
000212        01  WS-MSG-CODIGO-COMP.
000213            05  FILLER                  PIC X(2) VALUE "RC".
000214            05  WS-MSG-CODIGO-RC        PIC 9(2) VALUE ZERO.
000215        77  WS-MSG-SEVERIDADE          PIC X(1) VALUE "I".
000216        77  WS-MSG-TEXTO               PIC X(50) VALUE SPACES.
000217*
000218        01  WS-DATA-HORA-ATUAL.
000219            05  WS-DH-DATA              PIC 9(8).
000220            05  WS-DH-HORA              PIC 9(6).
000221            05  WS-DH-CENTESIMOS        PIC 9(2).
000222            05  WS-DH-DIFGMT            PIC X(5).
000223*
000224        01  WS-COMPETENCIA.
000225            05  WS-CP-ANO               PIC 9(4).
000226            05  WS-CP-MES               PIC 9(2).
000227        01  WS-COMPETENCIA-N REDEFINES WS-COMPETENCIA
000228                                        PIC 9(6).
000229        77  WS-DATA-INICIO             PIC 9(8) VALUE ZERO.
000230        77  WS-DATA-FIM                PIC 9(8) VALUE ZERO.
000231        77  WS-DIAS-NO-MES             PIC 9(2) VALUE ZERO.
000232        77  WS-RESTO-BISSEXTO          PIC 9(4) VALUE ZERO.
000233*
000234        77  WS-ARQUIVO-FIM             PIC X(1) VALUE "N".
000235            88  WS-ACABOU-ARQUIVO           VALUE "S".
000236*
000237*    TABELA DE TARIFAS EM MEMORIA (O COBOL033 GRAVA O ARQUIVO
000238*    CLASSIFICADO, MAS A BUSCA DA VIGENCIA NAO DEPENDE DISSO).
000239        77  WS-MAX-TABELA-TARIFAS      PIC 9(3) VALUE 500.
000240        77  WS-CONT-TABELA-TARIFAS     PIC 9(3) VALUE ZERO.
000241        77  WS-IDX-TARIFAS             PIC 9(3) VALUE ZERO.
000242        77  WS-IDX-VIGENTE             PIC 9(3) VALUE ZERO.
000243        77  WS-CONT-TARIFA-INVALIDA    PIC 9(6) VALUE ZERO.
000244*
000245        01  WS-TABELA-TARIFAS.
000246            05  WS-TAB-TARIFA          OCCURS 500 TIMES.
000247                10  WS-TAB-TAR-ORIGEM        PIC X(4).
000248                10  WS-TAB-TAR-VIGENCIA      PIC 9(8).
000249                10  WS-TAB-TAR-PRECO-NOME    PIC 9(5)V99.
000250                10  WS-TAB-TAR-PRECO-REJ     PIC 9(5)V99.
000251                10  WS-TAB-TAR-PRECO-MANUT   PIC 9(5)V99.
000252*
000253*    ATIVIDADE DA COMPETENCIA POR ORIGEM (CLASSIFICADA PELO
000254*    CODIGO) E POR DIA DO MES, MAIS O QUE FOI COBRADO DE CADA
000255*    ORIGEM PARA O RESUMO GERAL.
000256        77  WS-MAX-TABELA-ORIGENS      PIC 9(3) VALUE 100.
000257        77  WS-CONT-TABELA-ORIGENS     PIC 9(3) VALUE ZERO.
000258        77  WS-IDX-ORIGENS             PIC 9(3) VALUE ZERO.
000259        77  WS-IDX-INSERCAO            PIC 9(3) VALUE ZERO.
000260        77  WS-IDX-DESLOCA             PIC 9(3) VALUE ZERO.
000261        77  WS-ORIG-ACHOU              PIC X(1) VALUE "N".
000262            88  WS-ORIGEM-NA-TABELA         VALUE "S".
000263        77  WS-CONT-FORA-ORIGENS       PIC 9(6) VALUE ZERO.
000264*
000265        01  WS-TABELA-ORIGENS.
000266            05  WS-TAB-ORIG            OCCURS 100 TIMES.
000267                10  WS-TAB-ORIG-CODIGO       PIC X(4).
000268                10  WS-TAB-ORIG-DIA          OCCURS 31 TIMES.
000269                    15  WS-TAB-DIA-NOMES     PIC 9(6).
000270                    15  WS-TAB-DIA-REJ       PIC 9(6).
000271                    15  WS-TAB-DIA-MANUT     PIC 9(6).
000272                10  WS-TAB-ORIG-QTD-NOMES    PIC 9(7).
000273                10  WS-TAB-ORIG-QTD-REJ      PIC 9(7).
000274                10  WS-TAB-ORIG-QTD-MANUT    PIC 9(7).
000275                10  WS-TAB-ORIG-VALOR        PIC 9(9)V99.
000276*
000277*    MANUTENCAO DE MR-ID QUE NAO ESTA MAIS NO MESTRE (EXCLUIDO):
000278*    NAO HA COMO SABER A ORIGEM - VAI PARA AS EXCECOES.
000279        01  WS-TABELA-SEM-ORIGEM.
000280            05  WS-SO-DIA-MANUT        OCCURS 31 TIMES
000281                                       PIC 9(6).
000282*
000283*    REGISTROS COMPENSATORIOS DO COBOL022 NO AUDITLOG: A HISTORIA
000284*    DO ESTORNO TEM A MESMA CHAVE E A MESMA HORA, COM DATA DE
000285*    MANUTENCAO IGUAL OU POSTERIOR A DATA ESTORNADA.
000286        77  WS-MAX-TABELA-ESTORNOS     PIC 9(4) VALUE 2000.
000287        77  WS-CONT-TABELA-ESTORNOS    PIC 9(4) VALUE ZERO.
000288        77  WS-IDX-ESTORNOS            PIC 9(4) VALUE ZERO.
000289        77  WS-ESTORNO-ACHOU           PIC X(1) VALUE "N".
000290            88  WS-E-ESTORNO                VALUE "S".
000291*
000292        01  WS-TABELA-ESTORNOS.
000293            05  WS-TAB-ESTORNO         OCCURS 2000 TIMES.
000294                10  WS-TAB-EST-ID            PIC 9(9).
000295                10  WS-TAB-EST-DATA          PIC 9(8).
000296                10  WS-TAB-EST-HORA          PIC 9(6).
000297*
000298        77  WS-ORIGEM-TRATADA          PIC X(4) VALUE SPACES.
000299        77  WS-DIA-TRATADO             PIC 9(2) VALUE ZERO.
000300        77  WS-IDX-DIA                 PIC 9(2) VALUE ZERO.
000301        77  WS-DATA-DIA                PIC 9(8) VALUE ZERO.
000302        77  WS-DEMONSTRATIVO           PIC X(1) VALUE "N".
000303            88  WS-DEMONSTRATIVO-ABERTO     VALUE "S".
000304*
000305        77  WS-CONT-AUDIT-LIDOS        PIC 9(7) VALUE ZERO.
000306        77  WS-CONT-REJ-LIDOS          PIC 9(7) VALUE ZERO.
000307        77  WS-CONT-RESOL-LIDOS        PIC 9(7) VALUE ZERO.
000308        77  WS-CONT-HIST-LIDOS         PIC 9(7) VALUE ZERO.
000309        77  WS-CONT-NOMES-MES          PIC 9(7) VALUE ZERO.
000310        77  WS-CONT-REJ-MES            PIC 9(7) VALUE ZERO.
000311        77  WS-CONT-MANUT-MES          PIC 9(7) VALUE ZERO.
000312        77  WS-CONT-ESTORNOS-MES       PIC 9(7) VALUE ZERO.
000313        77  WS-CONT-ARQUIVAMENTOS-MES  PIC 9(7) VALUE ZERO.
000314        77  WS-CONT-SEM-ORIGEM         PIC 9(7) VALUE ZERO.
000315        77  WS-CONT-EXC-NOMES          PIC 9(7) VALUE ZERO.
000316        77  WS-CONT-EXC-REJ            PIC 9(7) VALUE ZERO.
000317        77  WS-CONT-EXC-MANUT          PIC 9(7) VALUE ZERO.
000318        77  WS-CONT-LINHAS-EXCECAO     PIC 9(6) VALUE ZERO.
000319        77  WS-CONT-ORIGENS-COBRADAS   PIC 9(3) VALUE ZERO.
000320        77  WS-CONT-LINHAS-FATURA      PIC 9(6) VALUE ZERO.
000321*
000322        77  WS-VALOR-NOMES             PIC 9(9)V99 VALUE ZERO.
000323        77  WS-VALOR-REJ               PIC 9(9)V99 VALUE ZERO.
000324        77  WS-VALOR-MANUT             PIC 9(9)V99 VALUE ZERO.
000325        77  WS-VALOR-DIA               PIC 9(9)V99 VALUE ZERO.
000326        77  WS-VALOR-ORIG-NOMES        PIC 9(9)V99 VALUE ZERO.
000327        77  WS-VALOR-ORIG-REJ          PIC 9(9)V99 VALUE ZERO.
000328        77  WS-VALOR-ORIG-MANUT        PIC 9(9)V99 VALUE ZERO.
000329        77  WS-VALOR-TOTAL-GERAL       PIC 9(9)V99 VALUE ZERO.
000330        77  WS-QTD-TOTAL-NOMES         PIC 9(7) VALUE ZERO.
000331        77  WS-QTD-TOTAL-REJ           PIC 9(7) VALUE ZERO.
000332        77  WS-QTD-TOTAL-MANUT         PIC 9(7) VALUE ZERO.
000333*
000334        77  WS-ITEM-FATURA             PIC X(11) VALUE SPACES.
000335        77  WS-QTD-ITEM                PIC 9(7) VALUE ZERO.
000336        77  WS-VALOR-ITEM              PIC 9(9)V99 VALUE ZERO.
000337        77  WS-QTD-TEXTO               PIC 9(7) VALUE ZERO.
000338        77  WS-VALOR-TEXTO             PIC 9(9),99.
000339        77  WS-LINHAS-TEXTO            PIC 9(6) VALUE ZERO.
000340*
000341        77  WS-LINHAS-POR-PAGINA       PIC 9(2) VALUE 55.
000342        77  WS-CONT-LINHAS-PAGINA      PIC 9(2) VALUE ZERO.
000343        77  WS-NUM-PAGINA              PIC 9(4) VALUE ZERO.
000344        01  WS-LINHA-GUARDADA          PIC X(80) VALUE SPACES.
000345*
000346        01  WS-DATA-FORMATADA.
000347            05  WS-DF-DIA               PIC 9(2).
000348            05  FILLER                  PIC X(1) VALUE "/".
000349            05  WS-DF-MES               PIC 9(2).
000350            05  FILLER                  PIC X(1) VALUE "/".
000351            05  WS-DF-ANO               PIC 9(4).
000352*
000353        01  WS-DATA-DECOMPOSTA.
000354            05  WS-DD-ANO               PIC 9(4).
000355            05  WS-DD-MES               PIC 9(2).
000356            05  WS-DD-DIA               PIC 9(2).
000357*
000358        01  WS-CABECALHO-1.
000359            05  FILLER                PIC X(40)
000360                  VALUE "DEMONSTRATIVO DE COBRANCA - COMPETENCIA".
000361            05  WS-CAB1-MES           PIC 9(2).
000362            05  FILLER                PIC X(1)  VALUE "/".
000363            05  WS-CAB1-ANO           PIC 9(4).
000364            05  FILLER                PIC X(11)
000365                  VALUE "   PAGINA :".
000366            05  WS-CAB1-PAGINA        PIC ZZZ9.
000367*
000368        01  WS-CABECALHO-2.
000369            05  FILLER                PIC X(18)
000370                  VALUE "PROGRAMA: COBOL034".
000371            05  FILLER                PIC X(4)  VALUE SPACES.
000372            05  WS-CAB2-TEXTO         PIC X(40).
000373*
000374        01  WS-CABECALHO-COLUNAS      PIC X(80) VALUE SPACES.
000375*
000376        01  WS-COLUNAS-DEMONSTRATIVO.
000377            05  FILLER                PIC X(12) VALUE "DATA".
000378            05  FILLER                PIC X(12) VALUE "VIGENCIA".
000379            05  FILLER                PIC X(10) VALUE "  NOMES".
000380            05  FILLER                PIC X(10) VALUE "   REJ.".
000381            05  FILLER                PIC X(10) VALUE " MANUT.".
000382            05  FILLER                PIC X(14)
000383                  VALUE "  VALOR DO DIA".
000384*
000385        01  WS-COLUNAS-RESUMO.
000386            05  FILLER                PIC X(8)  VALUE "ORIGEM".
000387            05  FILLER                PIC X(12)
000388                  VALUE "      NOMES ".
000389            05  FILLER                PIC X(12)
000390                  VALUE "   REJEITOS ".
000391            05  FILLER                PIC X(12)
000392                  VALUE "     MANUT. ".
000393            05  FILLER                PIC X(18)
000394                  VALUE "     VALOR COBRADO".
000395*
000396        01  WS-LINHA-DETALHE.
000397            05  WS-DET-DATA           PIC X(10).
000398            05  FILLER                PIC X(2)  VALUE SPACES.
000399            05  WS-DET-VIGENCIA       PIC X(10).
000400            05  FILLER                PIC X(2)  VALUE SPACES.
000401            05  WS-DET-NOMES          PIC ZZZ.ZZ9.
000402            05  FILLER                PIC X(3)  VALUE SPACES.
000403            05  WS-DET-REJ            PIC ZZZ.ZZ9.
000404            05  FILLER                PIC X(3)  VALUE SPACES.
000405            05  WS-DET-MANUT          PIC ZZZ.ZZ9.
000406            05  FILLER                PIC X(3)  VALUE SPACES.
000407            05  WS-DET-VALOR          PIC ZZZ.ZZZ.ZZ9,99.
000408*
000409        01  WS-LINHA-ITEM.
000410            05  WS-ITE-ROTULO         PIC X(24).
000411            05  FILLER                PIC X(2)  VALUE ": ".
000412            05  WS-ITE-QTD            PIC Z.ZZZ.ZZ9.
000413            05  FILLER                PIC X(10)
000414                  VALUE "   VALOR ".
000415            05  WS-ITE-VALOR          PIC ZZZ.ZZZ.ZZ9,99.
000416*
000417        01  WS-LINHA-RESUMO.
000418            05  WS-RES-ORIGEM         PIC X(8).
000419            05  FILLER                PIC X(2)  VALUE SPACES.
000420            05  WS-RES-NOMES          PIC Z.ZZZ.ZZ9.
000421            05  FILLER                PIC X(3)  VALUE SPACES.
000422            05  WS-RES-REJ            PIC Z.ZZZ.ZZ9.
000423            05  FILLER                PIC X(3)  VALUE SPACES.
000424            05  WS-RES-MANUT          PIC Z.ZZZ.ZZ9.
000425            05  FILLER                PIC X(4)  VALUE SPACES.
000426            05  WS-RES-VALOR          PIC ZZZ.ZZZ.ZZ9,99.
000427*
000428        01  WS-LINHA-CONTAGEM.
000429            05  WS-CON-ROTULO         PIC X(30).
000430            05  FILLER                PIC X(2)  VALUE ": ".
000431            05  WS-CON-QTD            PIC Z.ZZZ.ZZ9.
000432*
000433        01  WS-LINHA-CABECALHO-FATURA.
000434            05  FILLER                PIC X(35)
000435                  VALUE "ORIGEM;COMPETENCIA;ITEM;QUANTIDADE;".
000436            05  FILLER                PIC X(6)  VALUE "VALOR;".
000437            05  FILLER                PIC X(9)  VALUE "DATAPROC=".
000438            05  WS-CFA-DATA           PIC 9(8).
000439            05  FILLER                PIC X(22) VALUE SPACES.
000440*
000441        01  WS-TITULO-EXCECAO.
000442            05  FILLER                PIC X(35)
000443                  VALUE "EXCECOES DA COBRANCA - COMPETENCIA ".
000444            05  WS-TEX-MES            PIC 9(2).
000445            05  FILLER                PIC X(1)  VALUE "/".
000446            05  WS-TEX-ANO            PIC 9(4).
000447*
000448        01  WS-COLUNAS-EXCECAO.
000449            05  FILLER                PIC X(8)  VALUE "ORIGEM".
000450            05  FILLER                PIC X(12) VALUE "DATA".
000451            05  FILLER                PIC X(8)  VALUE "  NOMES".
000452            05  FILLER                PIC X(8)  VALUE "   REJ.".
000453            05  FILLER                PIC X(9)  VALUE " MANUT.".
000454            05  FILLER                PIC X(6)  VALUE "MOTIVO".
000455*
000456        01  WS-LINHA-EXC-DETALHE.
000457            05  WS-EXC-ORIGEM         PIC X(4).
000458            05  FILLER                PIC X(4)  VALUE SPACES.
000459            05  WS-EXC-DATA           PIC X(10).
000460            05  FILLER                PIC X(2)  VALUE SPACES.
000461            05  WS-EXC-NOMES          PIC ZZZ.ZZ9.
000462            05  FILLER                PIC X(1)  VALUE SPACE.
000463            05  WS-EXC-REJ            PIC ZZZ.ZZ9.
000464            05  FILLER                PIC X(1)  VALUE SPACE.
000465            05  WS-EXC-MANUT          PIC ZZZ.ZZ9.
000466            05  FILLER                PIC X(2)  VALUE SPACES.
000467            05  WS-EXC-MOTIVO         PIC X(27).
000468*
000469***************************
000470        LINKAGE SECTION.
000471***************************
000472*
000473        COPY "PARMREC.cpy".
000474*
000475        PROCEDURE DIVISION USING LK-PARM-RECORD.
000476*
000477            MOVE WS-RC-NORMAL TO RETURN-CODE.
000478            INITIALIZE WS-TABELA-SEM-ORIGEM.
000479*
000480            PERFORM 0050-OBTER-DATA-PROCESSO.
000481            PERFORM 0100-TRATAR-PARM.
000482*
000483            IF RETURN-CODE < WS-RC-ERRO-DADOS
000484                PERFORM 0200-ABRIR-ARQUIVOS
000485            END-IF.
000486*
000487            IF RETURN-CODE < WS-RC-ERRO-DADOS
000488                PERFORM 1000-CARREGAR-TARIFAS
000489                PERFORM 2000-CONTAR-NOMES-ACEITOS
000490                PERFORM 3000-CONTAR-REJEITOS
000491                PERFORM 3500-CONTAR-REJEITOS-RECICLADOS
000492                PERFORM 4000-CONTAR-MANUTENCOES
000493                PERFORM 5000-FATURAR-ORIGENS
000494                PERFORM 6500-LISTAR-SEM-ORIGEM
000495                PERFORM 7000-EMITIR-RESUMO-GERAL
000496                PERFORM 7500-GRAVAR-TRAILER
000497                PERFORM 8800-FECHAR-ARQUIVOS
000498*
000499                IF RETURN-CODE < WS-RC-AVISO
000500                   AND (WS-CONT-LINHAS-EXCECAO > ZERO
000501                        OR WS-CONT-TARIFA-INVALIDA > ZERO
000502                        OR WS-CONT-TABELA-ORIGENS = ZERO)
000503                    MOVE WS-RC-AVISO TO RETURN-CODE
000504                END-IF
000505            END-IF.
000506*
000507            DISPLAY 'COBRANCA ' WS-COMPETENCIA-N
000508                ' ORIGENS COBRADAS ' WS-CONT-ORIGENS-COBRADAS
000509                ' EXCECOES ' WS-CONT-LINHAS-EXCECAO.
000510*
000511            PERFORM 9700-REGISTRAR-RESULTADO.
000512*
000513            GOBACK.
000514*
000515**----------------------------------------------------------------*
000516        0050-OBTER-DATA-PROCESSO.
000517**----------------------------------------------------------------*
000518*    A COMPETENCIA PADRAO E O MES ANTERIOR AO DA DATA-MOVIMENTO
000519*    DO CARTAO DATAPROC (O FECHAMENTO RODA NO INICIO DO MES
000520*    SEGUINTE); SEM O CARTAO, VALE A DATA DA MAQUINA, COM AVISO.
000521*
000522            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
000523*
000524            OPEN INPUT DATE-CARD.
000525*
000526            IF WS-FS-DATAPROC = "00"
000527                READ DATE-CARD
000528                    AT END
000529                        DISPLAY 'AVISO: DATAPROC VAZIO - USANDO '
000530                            'A DATA DA MAQUINA'
000531                    NOT AT END
000532                        IF DP-DATA-PROCESSAMENTO IS NUMERIC
000533                           AND DP-DATA-PROCESSAMENTO > ZERO
000534                            MOVE DP-DATA-PROCESSAMENTO
000535                                TO WS-DH-DATA
000536                        ELSE
000537                            DISPLAY 'AVISO: DATAPROC INVALIDO - '
000538                                'USANDO A DATA DA MAQUINA'
000539                        END-IF
000540                END-READ
000541                CLOSE DATE-CARD
000542            ELSE
000543                DISPLAY 'AVISO: DATAPROC INDISPONIVEL - USANDO '
000544                    'A DATA DA MAQUINA'
000545            END-IF.
000546*
000547**----------------------------------------------------------------*
000548        0100-TRATAR-PARM.
000549**----------------------------------------------------------------*
000550*    POSICOES 1-6: COMPETENCIA AAAAMM (OPCIONAL, PARA COBRAR DE
000551*    NOVO UM MES JA FECHADO OU OUTRO QUE NAO O ANTERIOR).
000552*
000553            MOVE WS-DH-DATA TO WS-DATA-DECOMPOSTA.
000554            MOVE WS-DD-ANO TO WS-CP-ANO.
000555            MOVE WS-DD-MES TO WS-CP-MES.
000556            IF WS-CP-MES = 1
000557                MOVE 12 TO WS-CP-MES
000558                SUBTRACT 1 FROM WS-CP-ANO
000559            ELSE
000560                SUBTRACT 1 FROM WS-CP-MES
000561            END-IF.
000562*
000563            IF LK-PARM-LENGTH > ZERO
000564                IF LK-PARM-LENGTH >= 6
000565                   AND LK-PARM-NAME(1:6) IS NUMERIC
000566                    MOVE LK-PARM-NAME(1:6) TO WS-COMPETENCIA
000567                ELSE
000568                    MOVE ZERO TO WS-CP-MES
000569                END-IF
000570            END-IF.
000571*
000572            IF WS-CP-MES < 1 OR WS-CP-MES > 12
000573               OR WS-CP-ANO < 1601 OR WS-CP-ANO > 2200
000574                DISPLAY 'ERRO: PARM COM COMPETENCIA INVALIDA - '
000575                    'ESPERADO AAAAMM'
000576                MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
000577            ELSE
000578                PERFORM 0150-LIMITE-DO-MES
000579                COMPUTE WS-DATA-INICIO =
000580                    WS-COMPETENCIA-N * 100 + 1
000581                COMPUTE WS-DATA-FIM =
000582                    WS-COMPETENCIA-N * 100 + WS-DIAS-NO-MES
000583            END-IF.
000584*
000585**----------------------------------------------------------------*
000586        0150-LIMITE-DO-MES.
000587**----------------------------------------------------------------*
000588*    QUANTIDADE DE DIAS DA COMPETENCIA, MESMA REGRA DE ANO
000589*    BISSEXTO DO COBOL023.
000590*
000591            EVALUATE WS-CP-MES
000592                WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8
000593                WHEN 10 WHEN 12
000594                    MOVE 31 TO WS-DIAS-NO-MES
000595                WHEN 4 WHEN 6 WHEN 9 WHEN 11
000596                    MOVE 30 TO WS-DIAS-NO-MES
000597                WHEN 2
000598                    MOVE 28 TO WS-DIAS-NO-MES
000599                    COMPUTE WS-RESTO-BISSEXTO =
000600                        FUNCTION MOD(WS-CP-ANO 4)
000601                    IF WS-RESTO-BISSEXTO = ZERO
000602                        MOVE 29 TO WS-DIAS-NO-MES
000603                        COMPUTE WS-RESTO-BISSEXTO =
000604                            FUNCTION MOD(WS-CP-ANO 100)
000605                        IF WS-RESTO-BISSEXTO = ZERO
000606                            MOVE 28 TO WS-DIAS-NO-MES
000607                            COMPUTE WS-RESTO-BISSEXTO =
000608                                FUNCTION MOD(WS-CP-ANO 400)
000609                            IF WS-RESTO-BISSEXTO = ZERO
000610                                MOVE 29 TO WS-DIAS-NO-MES
000611                            END-IF
000612                        END-IF
000613                    END-IF
000614            END-EVALUATE.
000615*
000616**----------------------------------------------------------------*
000617        0200-ABRIR-ARQUIVOS.
000618**----------------------------------------------------------------*
000619            OPEN INPUT RATE-FILE.
000620            OPEN INPUT AUDIT-LOG.
000621            OPEN INPUT REJECT-FILE.
000622            OPEN INPUT REJECT-RESOL.
000623            OPEN INPUT HIST-FILE.
000624            OPEN INPUT MASTER-FILE.
000625            OPEN INPUT ARCHIVE-FILE.
000626            OPEN OUTPUT BILLING-OUT.
000627            OPEN OUTPUT BILLING-RPT.
000628            OPEN OUTPUT EXCEPTION-RPT.
000629*
000630            IF (WS-FS-TARIFA NOT = "00"
000631                AND WS-FS-TARIFA NOT = "05")
000632               OR (WS-FS-AUDIT NOT = "00"
000633                   AND WS-FS-AUDIT NOT = "05")
000634               OR (WS-FS-REJECT NOT = "00"
000635                   AND WS-FS-REJECT NOT = "05")
000636               OR (WS-FS-RESOL NOT = "00"
000637                   AND WS-FS-RESOL NOT = "05")
000638               OR (WS-FS-HISTORIA NOT = "00"
000639                   AND WS-FS-HISTORIA NOT = "05")
000640               OR WS-FS-MASTER NOT = "00"
000641               OR (WS-FS-ARQUIVO NOT = "00"
000642                   AND WS-FS-ARQUIVO NOT = "05")
000643               OR WS-FS-FATURA NOT = "00"
000644               OR WS-FS-RELATORIO NOT = "00"
000645               OR WS-FS-EXCECAO NOT = "00"
000646                DISPLAY 'ERRO SEVERO AO ABRIR ARQUIVOS - FS='
000647                    WS-FS-TARIFA ' ' WS-FS-AUDIT ' '
000648                    WS-FS-REJECT ' ' WS-FS-RESOL ' '
000649                    WS-FS-HISTORIA ' ' WS-FS-MASTER ' '
000650                    WS-FS-ARQUIVO ' '
000651                    WS-FS-FATURA ' ' WS-FS-RELATORIO ' '
000652                    WS-FS-EXCECAO
000653                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000654                PERFORM 0250-FECHAR-ABERTOS
000655            ELSE
000656                MOVE WS-CP-MES TO WS-CAB1-MES
000657                MOVE WS-CP-ANO TO WS-CAB1-ANO
000658                MOVE WS-DH-DATA TO WS-CFA-DATA
000659                WRITE WS-LINHA-FATURA
000660                    FROM WS-LINHA-CABECALHO-FATURA
000661                MOVE WS-CP-MES TO WS-TEX-MES
000662                MOVE WS-CP-ANO TO WS-TEX-ANO
000663                WRITE WS-LINHA-EXCECAO FROM WS-TITULO-EXCECAO
000664                MOVE SPACES TO WS-LINHA-EXCECAO
000665                WRITE WS-LINHA-EXCECAO
000666                WRITE WS-LINHA-EXCECAO FROM WS-COLUNAS-EXCECAO
000667            END-IF.
000668*
000669**----------------------------------------------------------------*
000670        0250-FECHAR-ABERTOS.
000671**----------------------------------------------------------------*
000672*    FALHA NA ABERTURA: FECHA SO OS ARQUIVOS QUE CHEGARAM A
000673*    ABRIR (OS OPCIONAIS INEXISTENTES FICAM ABERTOS COM FS 05).
000674*
000675            IF WS-FS-TARIFA = "00" OR "05"
000676                CLOSE RATE-FILE
000677            END-IF.
000678            IF WS-FS-AUDIT = "00" OR "05"
000679                CLOSE AUDIT-LOG
000680            END-IF.
000681            IF WS-FS-REJECT = "00" OR "05"
000682                CLOSE REJECT-FILE
000683            END-IF.
000684            IF WS-FS-RESOL = "00" OR "05"
000685                CLOSE REJECT-RESOL
000686            END-IF.
000687            IF WS-FS-HISTORIA = "00" OR "05"
000688                CLOSE HIST-FILE
000689            END-IF.
000690            IF WS-FS-MASTER = "00"
000691                CLOSE MASTER-FILE
000692            END-IF.
000693            IF WS-FS-ARQUIVO = "00" OR "05"
000694                CLOSE ARCHIVE-FILE
000695            END-IF.
000696            IF WS-FS-FATURA = "00"
000697                CLOSE BILLING-OUT
000698            END-IF.
000699            IF WS-FS-RELATORIO = "00"
000700                CLOSE BILLING-RPT
000701            END-IF.
000702            IF WS-FS-EXCECAO = "00"
000703                CLOSE EXCEPTION-RPT
000704            END-IF.
000705*
000706**----------------------------------------------------------------*
000707        1000-CARREGAR-TARIFAS.
000708**----------------------------------------------------------------*
000709*    REGISTRO INVALIDO NA TABELA (SO SE ALGUEM MEXEU NO ARQUIVO
000710*    FORA DO COBOL033) E IGNORADO COM AVISO - OS DIAS DAQUELA
000711*    ORIGEM CAEM NA VIGENCIA ANTERIOR OU NAS EXCECOES.
000712*
000713            MOVE "N" TO WS-ARQUIVO-FIM.
000714*
000715            IF WS-FS-TARIFA = "00"
000716                PERFORM UNTIL WS-ACABOU-ARQUIVO
000717                    READ RATE-FILE
000718                        AT END
000719                            SET WS-ACABOU-ARQUIVO TO TRUE
000720                        NOT AT END
000721                            PERFORM 1100-CARREGAR-TARIFA
000722                    END-READ
000723                END-PERFORM
000724            END-IF.
000725*
000726**----------------------------------------------------------------*
000727        1100-CARREGAR-TARIFA.
000728**----------------------------------------------------------------*
000729            IF TA-ORIGEM = SPACES OR LOW-VALUES
000730               OR TA-DATA-VIGENCIA NOT NUMERIC
000731               OR TA-PRECO-NOME NOT NUMERIC
000732               OR TA-PRECO-REJEITO NOT NUMERIC
000733               OR TA-PRECO-MANUTENCAO NOT NUMERIC
000734                ADD 1 TO WS-CONT-TARIFA-INVALIDA
000735                DISPLAY 'AVISO: TARIFA INVALIDA IGNORADA - '
000736                    TA-CHAVE
000737            ELSE
000738                IF WS-CONT-TABELA-TARIFAS >= WS-MAX-TABELA-TARIFAS
000739                    DISPLAY 'ERRO: MAIS DE ' WS-MAX-TABELA-TARIFAS
000740                        ' TARIFAS - COBRANCA INCOMPLETA'
000741                    MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
000742                    SET WS-ACABOU-ARQUIVO TO TRUE
000743                ELSE
000744                    ADD 1 TO WS-CONT-TABELA-TARIFAS
000745                    MOVE WS-CONT-TABELA-TARIFAS TO WS-IDX-TARIFAS
000746                    MOVE TA-ORIGEM TO
000747                        WS-TAB-TAR-ORIGEM(WS-IDX-TARIFAS)
000748                    MOVE TA-DATA-VIGENCIA TO
000749                        WS-TAB-TAR-VIGENCIA(WS-IDX-TARIFAS)
000750                    MOVE TA-PRECO-NOME TO
000751                        WS-TAB-TAR-PRECO-NOME(WS-IDX-TARIFAS)
000752                    MOVE TA-PRECO-REJEITO TO
000753                        WS-TAB-TAR-PRECO-REJ(WS-IDX-TARIFAS)
000754                    MOVE TA-PRECO-MANUTENCAO TO
000755                        WS-TAB-TAR-PRECO-MANUT(WS-IDX-TARIFAS)
000756                END-IF
000757            END-IF.
000758*
000759**----------------------------------------------------------------*
000760        2000-CONTAR-NOMES-ACEITOS.
000761**----------------------------------------------------------------*
000762*    NOME ACEITO = REGISTRO DO COBOL004 DA COMPETENCIA COM
000763*    RETURN-CODE ABAIXO DE 8 (O REGISTRO DA EXECUCAO QUE NAO
000764*    GRAVOU NENHUM NOME SAI COM 8 E FICA DE FORA). DE PASSAGEM,
000765*    GUARDA OS COMPENSATORIOS DO COBOL022 PARA O 4000.
000766*
000767            MOVE "N" TO WS-ARQUIVO-FIM.
000768*
000769            IF WS-FS-AUDIT = "00"
000770                PERFORM UNTIL WS-ACABOU-ARQUIVO
000771                    READ AUDIT-LOG
000772                        AT END
000773                            SET WS-ACABOU-ARQUIVO TO TRUE
000774                        NOT AT END
000775                            ADD 1 TO WS-CONT-AUDIT-LIDOS
000776                            PERFORM 2100-TRATAR-AUDITORIA
000777                    END-READ
000778                END-PERFORM
000779            END-IF.
000780*
000781**----------------------------------------------------------------*
000782        2100-TRATAR-AUDITORIA.
000783**----------------------------------------------------------------*
000784            IF AR-DATA-EXECUCAO IS NUMERIC
000785                EVALUATE TRUE
000786                    WHEN AR-PROGRAM-ID = "COBOL004"
000787                     AND AR-DATA-EXECUCAO >= WS-DATA-INICIO
000788                     AND AR-DATA-EXECUCAO <= WS-DATA-FIM
000789                     AND AR-RETURN-CODE < WS-RC-ERRO-DADOS
000790                        MOVE AR-ORIGEM TO WS-ORIGEM-TRATADA
000791                        MOVE AR-DATA-EXECUCAO(7:2)
000792                            TO WS-DIA-TRATADO
000793                        PERFORM 8100-LOCALIZAR-ORIGEM
000794                        IF WS-ORIGEM-NA-TABELA
000795                            ADD 1 TO WS-TAB-DIA-NOMES
000796                                (WS-IDX-INSERCAO, WS-DIA-TRATADO)
000797                        END-IF
000798                        ADD 1 TO WS-CONT-NOMES-MES
000799                    WHEN AR-PROGRAM-ID = "COBOL022"
000800                     AND AR-DATA-EXECUCAO <= WS-DATA-FIM
000801                        PERFORM 2200-GUARDAR-ESTORNO
000802                    WHEN OTHER
000803                        CONTINUE
000804                END-EVALUATE
000805            END-IF.
000806*
000807**----------------------------------------------------------------*
000808        2200-GUARDAR-ESTORNO.
000809**----------------------------------------------------------------*
000810            IF WS-CONT-TABELA-ESTORNOS >= WS-MAX-TABELA-ESTORNOS
000811                IF RETURN-CODE < WS-RC-ERRO-DADOS
000812                    DISPLAY 'ERRO: MAIS DE '
000813                        WS-MAX-TABELA-ESTORNOS
000814                        ' REGISTROS DE ESTORNO - COBRANCA '
000815                        'INCOMPLETA'
000816                    MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
000817                END-IF
000818            ELSE
000819                ADD 1 TO WS-CONT-TABELA-ESTORNOS
000820                MOVE AR-ID TO
000821                    WS-TAB-EST-ID(WS-CONT-TABELA-ESTORNOS)
000822                MOVE AR-DATA-EXECUCAO TO
000823                    WS-TAB-EST-DATA(WS-CONT-TABELA-ESTORNOS)
000824                MOVE AR-HORA-EXECUCAO TO
000825                    WS-TAB-EST-HORA(WS-CONT-TABELA-ESTORNOS)
000826            END-IF.
000827*
000828**----------------------------------------------------------------*
000829        3000-CONTAR-REJEITOS.
000830**----------------------------------------------------------------*
000831            MOVE "N" TO WS-ARQUIVO-FIM.
000832*
000833            IF WS-FS-REJECT = "00"
000834                PERFORM UNTIL WS-ACABOU-ARQUIVO
000835                    READ REJECT-FILE
000836                        AT END
000837                            SET WS-ACABOU-ARQUIVO TO TRUE
000838                        NOT AT END
000839                            ADD 1 TO WS-CONT-REJ-LIDOS
000840                            IF RJ-DATA-EXECUCAO IS NUMERIC
000841                               AND RJ-DATA-EXECUCAO >=
000842                                   WS-DATA-INICIO
000843                               AND RJ-DATA-EXECUCAO <=
000844                                   WS-DATA-FIM
000845                                MOVE RJ-ORIGEM
000846                                    TO WS-ORIGEM-TRATADA
000847                                MOVE RJ-DATA-EXECUCAO(7:2)
000848                                    TO WS-DIA-TRATADO
000849                                PERFORM 3900-SOMAR-REJEITO
000850                            END-IF
000851                    END-READ
000852                END-PERFORM
000853            END-IF.
000854*
000855**----------------------------------------------------------------*
000856        3500-CONTAR-REJEITOS-RECICLADOS.
000857**----------------------------------------------------------------*
000858*    O REJEITO RECICLADO PELO COBOL011 SAI DO ARQUIVO VIVO, MAS A
000859*    REJEICAO ACONTECEU E E COBRADA PELA DATA ORIGINAL.
000860*
000861            MOVE "N" TO WS-ARQUIVO-FIM.
000862*
000863            IF WS-FS-RESOL = "00"
000864                PERFORM UNTIL WS-ACABOU-ARQUIVO
000865                    READ REJECT-RESOL
000866                        AT END
000867                            SET WS-ACABOU-ARQUIVO TO TRUE
000868                        NOT AT END
000869                            ADD 1 TO WS-CONT-RESOL-LIDOS
000870                            IF RS-RJ-DATA-EXECUCAO IS NUMERIC
000871                               AND RS-RJ-DATA-EXECUCAO >=
000872                                   WS-DATA-INICIO
000873                               AND RS-RJ-DATA-EXECUCAO <=
000874                                   WS-DATA-FIM
000875                                MOVE RS-RJ-ORIGEM
000876                                    TO WS-ORIGEM-TRATADA
000877                                MOVE RS-RJ-DATA-EXECUCAO(7:2)
000878                                    TO WS-DIA-TRATADO
000879                                PERFORM 3900-SOMAR-REJEITO
000880                            END-IF
000881                    END-READ
000882                END-PERFORM
000883            END-IF.
000884*
000885**----------------------------------------------------------------*
000886        3900-SOMAR-REJEITO.
000887**----------------------------------------------------------------*
000888            PERFORM 8100-LOCALIZAR-ORIGEM.
000889*
000890            IF WS-ORIGEM-NA-TABELA
000891                ADD 1 TO WS-TAB-DIA-REJ
000892                    (WS-IDX-INSERCAO, WS-DIA-TRATADO)
000893            END-IF.
000894*
000895            ADD 1 TO WS-CONT-REJ-MES.
000896*
000897**----------------------------------------------------------------*
000898        4000-CONTAR-MANUTENCOES.
000899**----------------------------------------------------------------*
000900            MOVE "N" TO WS-ARQUIVO-FIM.
000901*
000902            IF WS-FS-HISTORIA = "00"
000903                PERFORM UNTIL WS-ACABOU-ARQUIVO
000904                    READ HIST-FILE
000905                        AT END
000906                            SET WS-ACABOU-ARQUIVO TO TRUE
000907                        NOT AT END
000908                            ADD 1 TO WS-CONT-HIST-LIDOS
000909                            IF HS-DATA-MANUTENCAO IS NUMERIC
000910                               AND HS-DATA-MANUTENCAO >=
000911                                   WS-DATA-INICIO
000912                               AND HS-DATA-MANUTENCAO <=
000913                                   WS-DATA-FIM
000914                                PERFORM 4100-TRATAR-MANUTENCAO
000915                            END-IF
000916                    END-READ
000917                END-PERFORM
000918            END-IF.
000919*
000920**----------------------------------------------------------------*
000921        4100-TRATAR-MANUTENCAO.
000922**----------------------------------------------------------------*
000923*    COMPENSATORIO DE ESTORNO E ARQUIVAMENTO NAO SAO COBRADOS; O
000924*    RESTO E COBRADO DA ORIGEM DO REGISTRO NO MESTRE (LEITURA
000925*    DIRETA PELA CHAVE) OU, SE ELE JA FOI ARQUIVADO, NO MASTARQ.
000926*
000927            MOVE "N" TO WS-ESTORNO-ACHOU.
000928            PERFORM VARYING WS-IDX-ESTORNOS FROM 1 BY 1
000929                    UNTIL WS-IDX-ESTORNOS >
000930                          WS-CONT-TABELA-ESTORNOS
000931                       OR WS-E-ESTORNO
000932                IF WS-TAB-EST-ID(WS-IDX-ESTORNOS) = HS-ID
000933                   AND WS-TAB-EST-HORA(WS-IDX-ESTORNOS)
000934                       = HS-HORA-MANUTENCAO
000935                   AND WS-TAB-EST-DATA(WS-IDX-ESTORNOS)
000936                       <= HS-DATA-MANUTENCAO
000937                    SET WS-E-ESTORNO TO TRUE
000938                END-IF
000939            END-PERFORM.
000940*
000941            MOVE HS-DATA-MANUTENCAO(7:2) TO WS-DIA-TRATADO.
000942*
000943            EVALUATE TRUE
000944                WHEN WS-E-ESTORNO
000945                    ADD 1 TO WS-CONT-ESTORNOS-MES
000946                WHEN HS-TIPO-ARQUIVAMENTO
000947                    ADD 1 TO WS-CONT-ARQUIVAMENTOS-MES
000948                WHEN OTHER
000949                    ADD 1 TO WS-CONT-MANUT-MES
000950                    MOVE HS-ID TO MR-ID
000951                    READ MASTER-FILE
000952                        INVALID KEY
000953                            PERFORM 4200-BUSCAR-ARQUIVADO
000954                        NOT INVALID KEY
000955                            MOVE MR-ORIGEM TO WS-ORIGEM-TRATADA
000956                            PERFORM 4300-COBRAR-MANUTENCAO
000957                    END-READ
000958            END-EVALUATE.
000959*
000960**----------------------------------------------------------------*
000961        4200-BUSCAR-ARQUIVADO.
000962**----------------------------------------------------------------*
000963*    MR-ID FORA DO MESTRE: SE FOI ARQUIVADO, A ORIGEM ESTA NO
000964*    MASTARQ; SE NAO ESTA LA TAMBEM (EXCLUSAO DO COBOL022), FICA
000965*    SEM ORIGEM E VAI PARA A LISTA DE EXCECOES.
000966*
000967            MOVE HS-ID TO MA-ID.
000968*
000969            READ ARCHIVE-FILE
000970                INVALID KEY
000971                    ADD 1 TO WS-CONT-SEM-ORIGEM
000972                    ADD 1 TO WS-SO-DIA-MANUT(WS-DIA-TRATADO)
000973                NOT INVALID KEY
000974                    MOVE MA-ORIGEM TO WS-ORIGEM-TRATADA
000975                    PERFORM 4300-COBRAR-MANUTENCAO
000976            END-READ.
000977*
000978**----------------------------------------------------------------*
000979        4300-COBRAR-MANUTENCAO.
000980**----------------------------------------------------------------*
000981            PERFORM 8100-LOCALIZAR-ORIGEM.
000982            IF WS-ORIGEM-NA-TABELA
000983                ADD 1 TO WS-TAB-DIA-MANUT
000984                    (WS-IDX-INSERCAO, WS-DIA-TRATADO)
000985            END-IF.
000986*
000987**----------------------------------------------------------------*
000988        5000-FATURAR-ORIGENS.
000989**----------------------------------------------------------------*
000990            MOVE "DEMONSTRATIVO POR ORIGEM" TO WS-CAB2-TEXTO.
000991            MOVE WS-COLUNAS-DEMONSTRATIVO TO WS-CABECALHO-COLUNAS.
000992*
000993            PERFORM VARYING WS-IDX-ORIGENS FROM 1 BY 1
000994                    UNTIL WS-IDX-ORIGENS > WS-CONT-TABELA-ORIGENS
000995                PERFORM 5100-FATURAR-ORIGEM
000996            END-PERFORM.
000997*
000998            IF WS-CONT-TABELA-ORIGENS = ZERO
000999                MOVE SPACES TO WS-LINHA-RELATORIO
001000                MOVE 'NENHUMA ATIVIDADE NA COMPETENCIA'
001001                    TO WS-LINHA-RELATORIO
001002                PERFORM 8000-GRAVAR-LINHA
001003            END-IF.
001004*
001005**----------------------------------------------------------------*
001006        5100-FATURAR-ORIGEM.
001007**----------------------------------------------------------------*
001008*    COBRA A ORIGEM DIA A DIA PELA TARIFA VIGENTE EM CADA DIA. O
001009*    DEMONSTRATIVO SO ABRE (PAGINA NOVA) NO PRIMEIRO DIA COBRADO -
001010*    ORIGEM SEM NENHUMA TARIFA APARECE SO NAS EXCECOES.
001011*
001012            MOVE "N" TO WS-DEMONSTRATIVO.
001013            MOVE ZERO TO WS-VALOR-ORIG-NOMES.
001014            MOVE ZERO TO WS-VALOR-ORIG-REJ.
001015            MOVE ZERO TO WS-VALOR-ORIG-MANUT.
001016            MOVE ZERO TO WS-TAB-ORIG-QTD-NOMES(WS-IDX-ORIGENS).
001017            MOVE ZERO TO WS-TAB-ORIG-QTD-REJ(WS-IDX-ORIGENS).
001018            MOVE ZERO TO WS-TAB-ORIG-QTD-MANUT(WS-IDX-ORIGENS).
001019            MOVE ZERO TO WS-TAB-ORIG-VALOR(WS-IDX-ORIGENS).
001020*
001021            PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
001022                    UNTIL WS-IDX-DIA > WS-DIAS-NO-MES
001023                IF WS-TAB-DIA-NOMES(WS-IDX-ORIGENS, WS-IDX-DIA)
001024                        > ZERO
001025                   OR WS-TAB-DIA-REJ(WS-IDX-ORIGENS, WS-IDX-DIA)
001026                        > ZERO
001027                   OR WS-TAB-DIA-MANUT(WS-IDX-ORIGENS, WS-IDX-DIA)
001028                        > ZERO
001029                    PERFORM 5200-FATURAR-DIA
001030                END-IF
001031            END-PERFORM.
001032*
001033            IF WS-DEMONSTRATIVO-ABERTO
001034                PERFORM 5500-FECHAR-DEMONSTRATIVO
001035            END-IF.
001036*
001037**----------------------------------------------------------------*
001038        5200-FATURAR-DIA.
001039**----------------------------------------------------------------*
001040            COMPUTE WS-DATA-DIA =
001041                WS-COMPETENCIA-N * 100 + WS-IDX-DIA.
001042            MOVE WS-TAB-ORIG-CODIGO(WS-IDX-ORIGENS)
001043                TO WS-ORIGEM-TRATADA.
001044            PERFORM 5300-LOCALIZAR-VIGENCIA.
001045*
001046            MOVE WS-DATA-DIA TO WS-DATA-DECOMPOSTA.
001047            MOVE WS-DD-DIA TO WS-DF-DIA.
001048            MOVE WS-DD-MES TO WS-DF-MES.
001049            MOVE WS-DD-ANO TO WS-DF-ANO.
001050*
001051            IF WS-IDX-VIGENTE = ZERO
001052                MOVE WS-ORIGEM-TRATADA TO WS-EXC-ORIGEM
001053                MOVE WS-DATA-FORMATADA TO WS-EXC-DATA
001054                MOVE WS-TAB-DIA-NOMES(WS-IDX-ORIGENS, WS-IDX-DIA)
001055                    TO WS-EXC-NOMES
001056                MOVE WS-TAB-DIA-REJ(WS-IDX-ORIGENS, WS-IDX-DIA)
001057                    TO WS-EXC-REJ
001058                MOVE WS-TAB-DIA-MANUT(WS-IDX-ORIGENS, WS-IDX-DIA)
001059                    TO WS-EXC-MANUT
001060                MOVE "SEM TARIFA VIGENTE NO DIA" TO WS-EXC-MOTIVO
001061                ADD WS-TAB-DIA-NOMES(WS-IDX-ORIGENS, WS-IDX-DIA)
001062                    TO WS-CONT-EXC-NOMES
001063                ADD WS-TAB-DIA-REJ(WS-IDX-ORIGENS, WS-IDX-DIA)
001064                    TO WS-CONT-EXC-REJ
001065                ADD WS-TAB-DIA-MANUT(WS-IDX-ORIGENS, WS-IDX-DIA)
001066                    TO WS-CONT-EXC-MANUT
001067                PERFORM 6000-GRAVAR-EXCECAO
001068            ELSE
001069                PERFORM 5400-COBRAR-DIA
001070            END-IF.
001071*
001072**----------------------------------------------------------------*
001073        5300-LOCALIZAR-VIGENCIA.
001074**----------------------------------------------------------------*
001075*    TARIFA EM VIGOR NO DIA = A DA ORIGEM COM A MAIOR VIGENCIA
001076*    ATE A DATA; ZERO EM WS-IDX-VIGENTE QUANDO NAO HA NENHUMA.
001077*
001078            MOVE ZERO TO WS-IDX-VIGENTE.
001079*
001080            PERFORM VARYING WS-IDX-TARIFAS FROM 1 BY 1
001081                    UNTIL WS-IDX-TARIFAS > WS-CONT-TABELA-TARIFAS
001082                IF WS-TAB-TAR-ORIGEM(WS-IDX-TARIFAS)
001083                        = WS-ORIGEM-TRATADA
001084                   AND WS-TAB-TAR-VIGENCIA(WS-IDX-TARIFAS)
001085                        <= WS-DATA-DIA
001086                    IF WS-IDX-VIGENTE = ZERO
001087                        MOVE WS-IDX-TARIFAS TO WS-IDX-VIGENTE
001088                    ELSE
001089                        IF WS-TAB-TAR-VIGENCIA(WS-IDX-TARIFAS) >
001090                           WS-TAB-TAR-VIGENCIA(WS-IDX-VIGENTE)
001091                            MOVE WS-IDX-TARIFAS TO WS-IDX-VIGENTE
001092                        END-IF
001093                    END-IF
001094                END-IF
001095            END-PERFORM.
001096*
001097**----------------------------------------------------------------*
001098        5400-COBRAR-DIA.
001099**----------------------------------------------------------------*
001100            IF NOT WS-DEMONSTRATIVO-ABERTO
001101                SET WS-DEMONSTRATIVO-ABERTO TO TRUE
001102                MOVE SPACES TO WS-CAB2-TEXTO
001103                STRING 'DEMONSTRATIVO DA ORIGEM ' DELIMITED SIZE
001104                       WS-ORIGEM-TRATADA          DELIMITED SIZE
001105                       INTO WS-CAB2-TEXTO
001106                MOVE ZERO TO WS-CONT-LINHAS-PAGINA
001107            END-IF.
001108*
001109            COMPUTE WS-VALOR-NOMES =
001110                WS-TAB-DIA-NOMES(WS-IDX-ORIGENS, WS-IDX-DIA)
001111              * WS-TAB-TAR-PRECO-NOME(WS-IDX-VIGENTE).
001112            COMPUTE WS-VALOR-REJ =
001113                WS-TAB-DIA-REJ(WS-IDX-ORIGENS, WS-IDX-DIA)
001114              * WS-TAB-TAR-PRECO-REJ(WS-IDX-VIGENTE).
001115            COMPUTE WS-VALOR-MANUT =
001116                WS-TAB-DIA-MANUT(WS-IDX-ORIGENS, WS-IDX-DIA)
001117              * WS-TAB-TAR-PRECO-MANUT(WS-IDX-VIGENTE).
001118            COMPUTE WS-VALOR-DIA =
001119                WS-VALOR-NOMES + WS-VALOR-REJ + WS-VALOR-MANUT.
001120*
001121            ADD WS-VALOR-NOMES TO WS-VALOR-ORIG-NOMES.
001122            ADD WS-VALOR-REJ   TO WS-VALOR-ORIG-REJ.
001123            ADD WS-VALOR-MANUT TO WS-VALOR-ORIG-MANUT.
001124            ADD WS-VALOR-DIA
001125                TO WS-TAB-ORIG-VALOR(WS-IDX-ORIGENS).
001126            ADD WS-TAB-DIA-NOMES(WS-IDX-ORIGENS, WS-IDX-DIA)
001127                TO WS-TAB-ORIG-QTD-NOMES(WS-IDX-ORIGENS).
001128            ADD WS-TAB-DIA-REJ(WS-IDX-ORIGENS, WS-IDX-DIA)
001129                TO WS-TAB-ORIG-QTD-REJ(WS-IDX-ORIGENS).
001130            ADD WS-TAB-DIA-MANUT(WS-IDX-ORIGENS, WS-IDX-DIA)
001131                TO WS-TAB-ORIG-QTD-MANUT(WS-IDX-ORIGENS).
001132*
001133            MOVE WS-DATA-FORMATADA TO WS-DET-DATA.
001134            MOVE WS-TAB-TAR-VIGENCIA(WS-IDX-VIGENTE)
001135                TO WS-DATA-DECOMPOSTA.
001136            MOVE WS-DD-DIA TO WS-DF-DIA.
001137            MOVE WS-DD-MES TO WS-DF-MES.
001138            MOVE WS-DD-ANO TO WS-DF-ANO.
001139            MOVE WS-DATA-FORMATADA TO WS-DET-VIGENCIA.
001140            MOVE WS-TAB-DIA-NOMES(WS-IDX-ORIGENS, WS-IDX-DIA)
001141                TO WS-DET-NOMES.
001142            MOVE WS-TAB-DIA-REJ(WS-IDX-ORIGENS, WS-IDX-DIA)
001143                TO WS-DET-REJ.
001144            MOVE WS-TAB-DIA-MANUT(WS-IDX-ORIGENS, WS-IDX-DIA)
001145                TO WS-DET-MANUT.
001146            MOVE WS-VALOR-DIA TO WS-DET-VALOR.
001147            MOVE WS-LINHA-DETALHE TO WS-LINHA-RELATORIO.
001148            PERFORM 8000-GRAVAR-LINHA.
001149*
001150**----------------------------------------------------------------*
001151        5500-FECHAR-DEMONSTRATIVO.
001152**----------------------------------------------------------------*
001153*    TOTAL POR ITEM NO DEMONSTRATIVO E UMA LINHA POR ITEM COBRADO
001154*    NO ARQUIVO DA CONTABILIDADE.
001155*
001156            ADD 1 TO WS-CONT-ORIGENS-COBRADAS.
001157            PERFORM 8500-GRAVAR-LINHA-BRANCO.
001158*
001159            MOVE "NOME_ACEITO" TO WS-ITEM-FATURA.
001160            MOVE "NOMES ACEITOS" TO WS-ITE-ROTULO.
001161            MOVE WS-TAB-ORIG-QTD-NOMES(WS-IDX-ORIGENS)
001162                TO WS-QTD-ITEM.
001163            MOVE WS-VALOR-ORIG-NOMES TO WS-VALOR-ITEM.
001164            PERFORM 5600-TOTALIZAR-ITEM.
001165*
001166            MOVE "REJEITO" TO WS-ITEM-FATURA.
001167            MOVE "REJEITOS" TO WS-ITE-ROTULO.
001168            MOVE WS-TAB-ORIG-QTD-REJ(WS-IDX-ORIGENS)
001169                TO WS-QTD-ITEM.
001170            MOVE WS-VALOR-ORIG-REJ TO WS-VALOR-ITEM.
001171            PERFORM 5600-TOTALIZAR-ITEM.
001172*
001173            MOVE "MANUTENCAO" TO WS-ITEM-FATURA.
001174            MOVE "TRANSACOES DE MANUTENCAO" TO WS-ITE-ROTULO.
001175            MOVE WS-TAB-ORIG-QTD-MANUT(WS-IDX-ORIGENS)
001176                TO WS-QTD-ITEM.
001177            MOVE WS-VALOR-ORIG-MANUT TO WS-VALOR-ITEM.
001178            PERFORM 5600-TOTALIZAR-ITEM.
001179*
001180            PERFORM 8500-GRAVAR-LINHA-BRANCO.
001181            MOVE "TOTAL A COBRAR DA ORIGEM" TO WS-ITE-ROTULO.
001182            COMPUTE WS-QTD-ITEM =
001183                WS-TAB-ORIG-QTD-NOMES(WS-IDX-ORIGENS)
001184              + WS-TAB-ORIG-QTD-REJ(WS-IDX-ORIGENS)
001185              + WS-TAB-ORIG-QTD-MANUT(WS-IDX-ORIGENS).
001186            MOVE WS-QTD-ITEM TO WS-ITE-QTD.
001187            MOVE WS-TAB-ORIG-VALOR(WS-IDX-ORIGENS)
001188                TO WS-ITE-VALOR.
001189            MOVE WS-LINHA-ITEM TO WS-LINHA-RELATORIO.
001190            PERFORM 8000-GRAVAR-LINHA.
001191*
001192            ADD WS-TAB-ORIG-VALOR(WS-IDX-ORIGENS)
001193                TO WS-VALOR-TOTAL-GERAL.
001194            ADD WS-TAB-ORIG-QTD-NOMES(WS-IDX-ORIGENS)
001195                TO WS-QTD-TOTAL-NOMES.
001196            ADD WS-TAB-ORIG-QTD-REJ(WS-IDX-ORIGENS)
001197                TO WS-QTD-TOTAL-REJ.
001198            ADD WS-TAB-ORIG-QTD-MANUT(WS-IDX-ORIGENS)
001199                TO WS-QTD-TOTAL-MANUT.
001200*
001201**----------------------------------------------------------------*
001202        5600-TOTALIZAR-ITEM.
001203**----------------------------------------------------------------*
001204            MOVE WS-QTD-ITEM TO WS-ITE-QTD.
001205            MOVE WS-VALOR-ITEM TO WS-ITE-VALOR.
001206            MOVE WS-LINHA-ITEM TO WS-LINHA-RELATORIO.
001207            PERFORM 8000-GRAVAR-LINHA.
001208*
001209            IF WS-QTD-ITEM > ZERO
001210                MOVE WS-QTD-ITEM TO WS-QTD-TEXTO
001211                MOVE WS-VALOR-ITEM TO WS-VALOR-TEXTO
001212                MOVE SPACES TO WS-LINHA-FATURA
001213                STRING WS-ORIGEM-TRATADA    DELIMITED SPACE
001214                       ";"                  DELIMITED SIZE
001215                       WS-COMPETENCIA       DELIMITED SIZE
001216                       ";"                  DELIMITED SIZE
001217                       WS-ITEM-FATURA       DELIMITED SPACE
001218                       ";"                  DELIMITED SIZE
001219                       WS-QTD-TEXTO         DELIMITED SIZE
001220                       ";"                  DELIMITED SIZE
001221                       WS-VALOR-TEXTO       DELIMITED SIZE
001222                       INTO WS-LINHA-FATURA
001223                WRITE WS-LINHA-FATURA
001224                IF WS-FS-FATURA NOT = "00"
001225                    DISPLAY 'ERRO SEVERO AO GRAVAR FATURA - FS='
001226                        WS-FS-FATURA
001227                    MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
001228                ELSE
001229                    ADD 1 TO WS-CONT-LINHAS-FATURA
001230                END-IF
001231            END-IF.
001232*
001233**----------------------------------------------------------------*
001234        6000-GRAVAR-EXCECAO.
001235**----------------------------------------------------------------*
001236            WRITE WS-LINHA-EXCECAO FROM WS-LINHA-EXC-DETALHE.
001237            ADD 1 TO WS-CONT-LINHAS-EXCECAO.
001238*
001239**----------------------------------------------------------------*
001240        6500-LISTAR-SEM-ORIGEM.
001241**----------------------------------------------------------------*
001242*    MANUTENCAO DE MR-ID QUE JA SAIU DO MESTRE, DIA A DIA, E O
001243*    FECHO DA LISTA DE EXCECOES COM OS TOTAIS NAO COBRADOS.
001244*
001245            PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
001246                    UNTIL WS-IDX-DIA > WS-DIAS-NO-MES
001247                IF WS-SO-DIA-MANUT(WS-IDX-DIA) > ZERO
001248                    COMPUTE WS-DATA-DIA =
001249                        WS-COMPETENCIA-N * 100 + WS-IDX-DIA
001250                    MOVE WS-DATA-DIA TO WS-DATA-DECOMPOSTA
001251                    MOVE WS-DD-DIA TO WS-DF-DIA
001252                    MOVE WS-DD-MES TO WS-DF-MES
001253                    MOVE WS-DD-ANO TO WS-DF-ANO
001254                    MOVE "????" TO WS-EXC-ORIGEM
001255                    MOVE WS-DATA-FORMATADA TO WS-EXC-DATA
001256                    MOVE ZERO TO WS-EXC-NOMES
001257                    MOVE ZERO TO WS-EXC-REJ
001258                    MOVE WS-SO-DIA-MANUT(WS-IDX-DIA)
001259                        TO WS-EXC-MANUT
001260                    MOVE "MR-ID FORA DO MESTRE" TO WS-EXC-MOTIVO
001261                    ADD WS-SO-DIA-MANUT(WS-IDX-DIA)
001262                        TO WS-CONT-EXC-MANUT
001263                    PERFORM 6000-GRAVAR-EXCECAO
001264                END-IF
001265            END-PERFORM.
001266*
001267            IF WS-CONT-FORA-ORIGENS > ZERO
001268                MOVE SPACES TO WS-LINHA-EXCECAO
001269                STRING 'REGISTROS DE ORIGEM ALEM DA TABELA - NAO '
001270                           DELIMITED SIZE
001271                       'COBRADOS: ' DELIMITED SIZE
001272                       WS-CONT-FORA-ORIGENS DELIMITED SIZE
001273                       INTO WS-LINHA-EXCECAO
001274                WRITE WS-LINHA-EXCECAO
001275                ADD 1 TO WS-CONT-LINHAS-EXCECAO
001276            END-IF.
001277*
001278            MOVE SPACES TO WS-LINHA-EXCECAO.
001279            WRITE WS-LINHA-EXCECAO.
001280*
001281            IF WS-CONT-LINHAS-EXCECAO = ZERO
001282                MOVE 'NENHUMA EXCECAO NA COMPETENCIA'
001283                    TO WS-LINHA-EXCECAO
001284                WRITE WS-LINHA-EXCECAO
001285            ELSE
001286                MOVE "NOMES ACEITOS NAO COBRADOS" TO WS-CON-ROTULO
001287                MOVE WS-CONT-EXC-NOMES TO WS-CON-QTD
001288                WRITE WS-LINHA-EXCECAO FROM WS-LINHA-CONTAGEM
001289                MOVE "REJEITOS NAO COBRADOS" TO WS-CON-ROTULO
001290                MOVE WS-CONT-EXC-REJ TO WS-CON-QTD
001291                WRITE WS-LINHA-EXCECAO FROM WS-LINHA-CONTAGEM
001292                MOVE "MANUTENCOES NAO COBRADAS" TO WS-CON-ROTULO
001293                MOVE WS-CONT-EXC-MANUT TO WS-CON-QTD
001294                WRITE WS-LINHA-EXCECAO FROM WS-LINHA-CONTAGEM
001295            END-IF.
001296*
001297**----------------------------------------------------------------*
001298        7000-EMITIR-RESUMO-GERAL.
001299**----------------------------------------------------------------*
001300*    PAGINA FINAL: O QUE FOI COBRADO DE CADA ORIGEM, O TOTAL DA
001301*    COMPETENCIA E AS CONTAGENS DE CONFERENCIA DOS ARQUIVOS LIDOS.
001302*
001303            MOVE "RESUMO GERAL DA COMPETENCIA" TO WS-CAB2-TEXTO.
001304            MOVE WS-COLUNAS-RESUMO TO WS-CABECALHO-COLUNAS.
001305            MOVE ZERO TO WS-CONT-LINHAS-PAGINA.
001306*
001307            PERFORM VARYING WS-IDX-ORIGENS FROM 1 BY 1
001308                    UNTIL WS-IDX-ORIGENS > WS-CONT-TABELA-ORIGENS
001309                IF WS-TAB-ORIG-QTD-NOMES(WS-IDX-ORIGENS) > ZERO
001310                   OR WS-TAB-ORIG-QTD-REJ(WS-IDX-ORIGENS) > ZERO
001311                   OR WS-TAB-ORIG-QTD-MANUT(WS-IDX-ORIGENS) > ZERO
001312                    MOVE WS-TAB-ORIG-CODIGO(WS-IDX-ORIGENS)
001313                        TO WS-RES-ORIGEM
001314                    MOVE WS-TAB-ORIG-QTD-NOMES(WS-IDX-ORIGENS)
001315                        TO WS-RES-NOMES
001316                    MOVE WS-TAB-ORIG-QTD-REJ(WS-IDX-ORIGENS)
001317                        TO WS-RES-REJ
001318                    MOVE WS-TAB-ORIG-QTD-MANUT(WS-IDX-ORIGENS)
001319                        TO WS-RES-MANUT
001320                    MOVE WS-TAB-ORIG-VALOR(WS-IDX-ORIGENS)
001321                        TO WS-RES-VALOR
001322                    MOVE WS-LINHA-RESUMO TO WS-LINHA-RELATORIO
001323                    PERFORM 8000-GRAVAR-LINHA
001324                END-IF
001325            END-PERFORM.
001326*
001327            PERFORM 8500-GRAVAR-LINHA-BRANCO.
001328            MOVE "TOTAL" TO WS-RES-ORIGEM.
001329            MOVE WS-QTD-TOTAL-NOMES TO WS-RES-NOMES.
001330            MOVE WS-QTD-TOTAL-REJ TO WS-RES-REJ.
001331            MOVE WS-QTD-TOTAL-MANUT TO WS-RES-MANUT.
001332            MOVE WS-VALOR-TOTAL-GERAL TO WS-RES-VALOR.
001333            MOVE WS-LINHA-RESUMO TO WS-LINHA-RELATORIO.
001334            PERFORM 8000-GRAVAR-LINHA.
001335*
001336            PERFORM 8500-GRAVAR-LINHA-BRANCO.
001337            MOVE "REGISTROS LIDOS NO AUDITLOG" TO WS-CON-ROTULO.
001338            MOVE WS-CONT-AUDIT-LIDOS TO WS-CON-QTD.
001339            PERFORM 7100-GRAVAR-CONTAGEM.
001340            MOVE "REGISTROS LIDOS NO REJEITO" TO WS-CON-ROTULO.
001341            MOVE WS-CONT-REJ-LIDOS TO WS-CON-QTD.
001342            PERFORM 7100-GRAVAR-CONTAGEM.
001343            MOVE "REGISTROS LIDOS NO REJRESOL" TO WS-CON-ROTULO.
001344            MOVE WS-CONT-RESOL-LIDOS TO WS-CON-QTD.
001345            PERFORM 7100-GRAVAR-CONTAGEM.
001346            MOVE "REGISTROS LIDOS NA HISTORIA" TO WS-CON-ROTULO.
001347            MOVE WS-CONT-HIST-LIDOS TO WS-CON-QTD.
001348            PERFORM 7100-GRAVAR-CONTAGEM.
001349            MOVE "NOMES ACEITOS NA COMPETENCIA" TO WS-CON-ROTULO.
001350            MOVE WS-CONT-NOMES-MES TO WS-CON-QTD.
001351            PERFORM 7100-GRAVAR-CONTAGEM.
001352            MOVE "REJEITOS NA COMPETENCIA" TO WS-CON-ROTULO.
001353            MOVE WS-CONT-REJ-MES TO WS-CON-QTD.
001354            PERFORM 7100-GRAVAR-CONTAGEM.
001355            MOVE "MANUTENCOES NA COMPETENCIA" TO WS-CON-ROTULO.
001356            MOVE WS-CONT-MANUT-MES TO WS-CON-QTD.
001357            PERFORM 7100-GRAVAR-CONTAGEM.
001358            MOVE "ESTORNOS NAO COBRADOS" TO WS-CON-ROTULO.
001359            MOVE WS-CONT-ESTORNOS-MES TO WS-CON-QTD.
001360            PERFORM 7100-GRAVAR-CONTAGEM.
001361            MOVE "ARQUIVAMENTOS NAO COBRADOS" TO WS-CON-ROTULO.
001362            MOVE WS-CONT-ARQUIVAMENTOS-MES TO WS-CON-QTD.
001363            PERFORM 7100-GRAVAR-CONTAGEM.
001364            MOVE "LINHAS DE EXCECAO (RELEXCEC)" TO WS-CON-ROTULO.
001365            MOVE WS-CONT-LINHAS-EXCECAO TO WS-CON-QTD.
001366            PERFORM 7100-GRAVAR-CONTAGEM.
001367            MOVE "LINHAS NO ARQUIVO FATURA" TO WS-CON-ROTULO.
001368            MOVE WS-CONT-LINHAS-FATURA TO WS-CON-QTD.
001369            PERFORM 7100-GRAVAR-CONTAGEM.
001370*
001371            IF RETURN-CODE >= WS-RC-ERRO-DADOS
001372                PERFORM 8500-GRAVAR-LINHA-BRANCO
001373                MOVE 'COBRANCA INCOMPLETA - NAO ENVIAR A FATURA'
001374                    TO WS-LINHA-RELATORIO
001375                PERFORM 8000-GRAVAR-LINHA
001376            END-IF.
001377*
001378**----------------------------------------------------------------*
001379        7100-GRAVAR-CONTAGEM.
001380**----------------------------------------------------------------*
001381            MOVE WS-LINHA-CONTAGEM TO WS-LINHA-RELATORIO.
001382            PERFORM 8000-GRAVAR-LINHA.
001383*
001384**----------------------------------------------------------------*
001385        7500-GRAVAR-TRAILER.
001386**----------------------------------------------------------------*
001387*    TRAILER "TOTAL;LINHAS;VALOR" PARA A CONTABILIDADE CONFERIR
001388*    O ARQUIVO ANTES DE LANCAR.
001389*
001390            MOVE WS-CONT-LINHAS-FATURA TO WS-LINHAS-TEXTO.
001391            MOVE WS-VALOR-TOTAL-GERAL TO WS-VALOR-TEXTO.
001392            MOVE SPACES TO WS-LINHA-FATURA.
001393            STRING "TOTAL;"          DELIMITED SIZE
001394                   WS-LINHAS-TEXTO   DELIMITED SIZE
001395                   ";"               DELIMITED SIZE
001396                   WS-VALOR-TEXTO    DELIMITED SIZE
001397                   INTO WS-LINHA-FATURA.
001398            WRITE WS-LINHA-FATURA.
001399*
001400            IF WS-FS-FATURA NOT = "00"
001401                DISPLAY 'ERRO SEVERO AO GRAVAR FATURA - FS='
001402                    WS-FS-FATURA
001403                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
001404            END-IF.
001405*
001406**----------------------------------------------------------------*
001407        8000-GRAVAR-LINHA.
001408**----------------------------------------------------------------*
001409*    GRAVA A LINHA CORRENTE CONTROLANDO A PAGINACAO, NO MESMO
001410*    PADRAO DO COBOL012; ZERAR WS-CONT-LINHAS-PAGINA FORCA PAGINA
001411*    NOVA (CADA ORIGEM E O RESUMO GERAL COMECAM NUMA).
001412*
001413            IF WS-CONT-LINHAS-PAGINA >= WS-LINHAS-POR-PAGINA
001414               OR WS-CONT-LINHAS-PAGINA = ZERO
001415                MOVE WS-LINHA-RELATORIO TO WS-LINHA-GUARDADA
001416                PERFORM 8900-IMPRIMIR-CABECALHO
001417                MOVE WS-LINHA-GUARDADA TO WS-LINHA-RELATORIO
001418            END-IF.
001419*
001420            WRITE WS-LINHA-RELATORIO.
001421            ADD 1 TO WS-CONT-LINHAS-PAGINA.
001422*
001423**----------------------------------------------------------------*
001424        8100-LOCALIZAR-ORIGEM.
001425**----------------------------------------------------------------*
001426*    PROCURA WS-ORIGEM-TRATADA NA TABELA (CLASSIFICADA PELO
001427*    CODIGO) E, NAO ACHANDO, INSERE NA POSICAO DE ORDEM COM AS
001428*    CONTAGENS ZERADAS; DEIXA A POSICAO EM WS-IDX-INSERCAO. TABELA
001429*    CHEIA: O REGISTRO SO E CONTADO EM WS-CONT-FORA-ORIGENS.
001430*
001431            MOVE "N" TO WS-ORIG-ACHOU.
001432            COMPUTE WS-IDX-INSERCAO = WS-CONT-TABELA-ORIGENS + 1.
001433*
001434            PERFORM VARYING WS-IDX-ORIGENS FROM 1 BY 1
001435                    UNTIL WS-IDX-ORIGENS > WS-CONT-TABELA-ORIGENS
001436                       OR WS-ORIGEM-NA-TABELA
001437                       OR WS-TAB-ORIG-CODIGO(WS-IDX-ORIGENS) >
001438                          WS-ORIGEM-TRATADA
001439                IF WS-TAB-ORIG-CODIGO(WS-IDX-ORIGENS) =
001440                        WS-ORIGEM-TRATADA
001441                    SET WS-ORIGEM-NA-TABELA TO TRUE
001442                    MOVE WS-IDX-ORIGENS TO WS-IDX-INSERCAO
001443                END-IF
001444            END-PERFORM.
001445*
001446            IF NOT WS-ORIGEM-NA-TABELA
001447                IF WS-IDX-ORIGENS <= WS-CONT-TABELA-ORIGENS
001448                    MOVE WS-IDX-ORIGENS TO WS-IDX-INSERCAO
001449                END-IF
001450                IF WS-CONT-TABELA-ORIGENS >= WS-MAX-TABELA-ORIGENS
001451                    ADD 1 TO WS-CONT-FORA-ORIGENS
001452                    IF RETURN-CODE < WS-RC-ERRO-DADOS
001453                        DISPLAY 'ERRO: MAIS DE '
001454                            WS-MAX-TABELA-ORIGENS
001455                            ' ORIGENS - COBRANCA INCOMPLETA'
001456                        MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
001457                    END-IF
001458                ELSE
001459                    PERFORM VARYING WS-IDX-DESLOCA
001460                            FROM WS-CONT-TABELA-ORIGENS BY -1
001461                            UNTIL WS-IDX-DESLOCA < WS-IDX-INSERCAO
001462                        MOVE WS-TAB-ORIG(WS-IDX-DESLOCA)
001463                            TO WS-TAB-ORIG(WS-IDX-DESLOCA + 1)
001464                    END-PERFORM
001465                    INITIALIZE WS-TAB-ORIG(WS-IDX-INSERCAO)
001466                    MOVE WS-ORIGEM-TRATADA
001467                        TO WS-TAB-ORIG-CODIGO(WS-IDX-INSERCAO)
001468                    ADD 1 TO WS-CONT-TABELA-ORIGENS
001469                    SET WS-ORIGEM-NA-TABELA TO TRUE
001470                END-IF
001471            END-IF.
001472*
001473**----------------------------------------------------------------*
001474        8500-GRAVAR-LINHA-BRANCO.
001475**----------------------------------------------------------------*
001476            MOVE SPACES TO WS-LINHA-RELATORIO.
001477            PERFORM 8000-GRAVAR-LINHA.
001478*
001479**----------------------------------------------------------------*
001480        8800-FECHAR-ARQUIVOS.
001481**----------------------------------------------------------------*
001482            CLOSE RATE-FILE.
001483            CLOSE AUDIT-LOG.
001484            CLOSE REJECT-FILE.
001485            CLOSE REJECT-RESOL.
001486            CLOSE HIST-FILE.
001487            CLOSE MASTER-FILE.
001488            CLOSE ARCHIVE-FILE.
001489            CLOSE BILLING-OUT.
001490            CLOSE BILLING-RPT.
001491            CLOSE EXCEPTION-RPT.
001492*
001493**----------------------------------------------------------------*
001494        8900-IMPRIMIR-CABECALHO.
001495**----------------------------------------------------------------*
001496            ADD 1 TO WS-NUM-PAGINA.
001497            MOVE WS-NUM-PAGINA TO WS-CAB1-PAGINA.
001498*
001499            IF WS-NUM-PAGINA > 1
001500                MOVE SPACES TO WS-LINHA-RELATORIO
001501                WRITE WS-LINHA-RELATORIO
001502                    BEFORE ADVANCING PAGE
001503            END-IF.
001504*
001505            WRITE WS-LINHA-RELATORIO FROM WS-CABECALHO-1.
001506            WRITE WS-LINHA-RELATORIO FROM WS-CABECALHO-2.
001507            MOVE SPACES TO WS-LINHA-RELATORIO.
001508            WRITE WS-LINHA-RELATORIO.
001509            WRITE WS-LINHA-RELATORIO FROM WS-CABECALHO-COLUNAS.
001510*
001511            MOVE ZERO TO WS-CONT-LINHAS-PAGINA.
001512*
001513**----------------------------------------------------------------*
001514        9700-REGISTRAR-RESULTADO.
001515**----------------------------------------------------------------*
001516*    GRAVA NO ARQUIVO CENTRAL DE MENSAGENS (MENSAGEM) O
001517*    DESFECHO DA EXECUCAO QUANDO HOUVE ALGO ACIONAVEL
001518*    (RETURN-CODE >= 4), PARA O RELATORIO DE EXCECOES DO
001519*    COBOL020.
001520*
001521            IF RETURN-CODE >= WS-RC-AVISO
001522                IF RETURN-CODE >= WS-RC-ERRO-DADOS
001523                    MOVE "E" TO WS-MSG-SEVERIDADE
001524                ELSE
001525                    MOVE "A" TO WS-MSG-SEVERIDADE
001526                END-IF
001527                MOVE RETURN-CODE TO WS-MSG-CODIGO-RC
001528                MOVE 'COBRANCA MENSAL COM RESSALVA - VER RELEXCEC'
001529                    TO WS-MSG-TEXTO
001530                PERFORM 9800-GRAVAR-MENSAGEM
001531            END-IF.
001532*
001533**----------------------------------------------------------------*
001534        9800-GRAVAR-MENSAGEM.
001535**----------------------------------------------------------------*
001536            OPEN EXTEND MSG-FILE.
001537*
001538            IF WS-FS-MENSAGEM NOT = "00"
001539                DISPLAY 'ERRO AO ABRIR MENSAGEM - FS='
001540                    WS-FS-MENSAGEM
001541            ELSE
001542                MOVE 'COBOL034' TO MG-PROGRAM-ID
001543                MOVE WS-MSG-SEVERIDADE TO MG-SEVERIDADE
001544                MOVE WS-MSG-CODIGO-COMP TO MG-CODIGO
001545                MOVE WS-DH-DATA TO MG-DATA-MOVIMENTO
001546                MOVE WS-DH-HORA TO MG-HORA-GRAVACAO
001547                MOVE WS-MSG-TEXTO TO MG-TEXTO
001548*
001549                WRITE MG-MESSAGE-RECORD
001550*
001551                IF WS-FS-MENSAGEM NOT = "00"
001552                    DISPLAY 'ERRO AO GRAVAR MENSAGEM - FS='
001553                        WS-FS-MENSAGEM
001554                END-IF
001555*
001556                CLOSE MSG-FILE
001557            END-IF.
001558*
001559        END PROGRAM COBOL034.
001560* FIM DO PROGRAMA ****************************
