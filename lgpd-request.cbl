000001******************************************************************
000002* DATA     : 15/10/2026
000003* AUTOR    : FRANCINE NUNES MOYSES
000004* OBJETIVO : ATENDER OS PEDIDOS DO TITULAR DE DADOS PESSOAIS
000005*            (LGPD) ENCAMINHADOS PELO JURIDICO. O CARTAO DE
000006*            PEDIDO (PEDLGPD, COPY LGPDREC) TRAZ O PROTOCOLO, O
000007*            TIPO DO PEDIDO E O NOME DO TITULAR; O TIPO TEM DE
000008*            BATER COM O MODO DO PARM DO JOB (ACESSO OU
000009*            ELIMINACAO), PARA QUE UM CARTAO TROCADO NUNCA
000010*            REGRAVE ARQUIVO NO JOB DE CONSULTA NEM DEIXE DE
000011*            REGRAVAR NO JOB DE ELIMINACAO. O NOME E PROCURADO EM
000012*            TODO ARQUIVO QUE GUARDA NOME: AUDITLOG E AUDITARQ
000013*            (AR-VALOR-RECEBIDO), HISTORIA (NOME ANTES/DEPOIS),
000014*            REJEITO, REJARQ E REJRESOL (VALOR REJEITADO E NOME
000015*            CORRIGIDO), SUSPENSO, SUSPARQ E SUSRESOL, AS
000016*            TRANSACOES DE MANUTENCAO PENDENTES (PENDENTE), AS JA
000017*            DECIDIDAS (PENDRESOL) E AS APROVADAS AINDA NAO
000018*            APLICADAS (TRANSACAO), O MESTRE (MASTOUT), OS
000019*            MESTRES ARQUIVADOS (MASTARQ) E O CATALOGO DE NOMES.
000020*              - ACESSO: LISTA NO RELATORIO RELLGPD CADA
000021*                OCORRENCIA (ARQUIVO, CAMPO, ID, DATA, HORA).
000022*              - ELIMINACAO: TROCA O NOME PELO PSEUDONIMO
000023*                "LGPD-ANONIMO-" + PROTOCOLO, O MESMO EM TODOS OS
000024*                ARQUIVOS, SEM MEXER EM MR-ID, DATAS, CODIGOS NEM
000025*                NA QUANTIDADE DE REGISTROS - A CONCILIACAO DO
000026*                COBOL007 (AR-ID X MR-ID E CONTAGENS) CONTINUA
000027*                BATENDO. OS ARQUIVOS SEQUENCIAIS SAO REGRAVADOS
000028*                NAS VERSOES ...SAI, COPIADAS POR CIMA DAS VIVAS
000029*                PELO JOB LGPDEJOB (MESMO ESQUEMA DO HOUSEJOB); O
000030*                MESTRE, O MASTARQ E O CATALOGO SAO ATUALIZADOS NO
000031*                LUGAR, SO DEPOIS QUE TODOS OS SEQUENCIAIS FORAM
000032*                REGRAVADOS SEM ERRO. NO AUDITLOG A CADEIA
000033*                ANTIVIOLACAO E REFEITA (MESMO CALCULO DO
000034*                COBOL009/COBOL024), COM A SEQUENCIA ORIGINAL,
000035*                PARA O COBOL024 CONTINUAR CONFERINDO; O AUDITARQ
000036*                GUARDA OS REGISTROS COMO FORAM GRAVADOS E SO TEM
000037*                O NOME TROCADO.
000038*            CADA EXECUCAO, ACEITA OU RECUSADA, ACRESCENTA AO
000039*            ARQUIVO CERTLGPD UM CERTIFICADO COM PROTOCOLO, TIPO,
000040*            SOLICITANTE, DATA/HORA E AS CONTAGENS POR ARQUIVO
000041*            (LIDOS, OCORRENCIAS, REGISTROS ALTERADOS), GUARDADO
000042*            COMO EVIDENCIA PARA O JURIDICO. O CERTIFICADO NAO
000043*            LEVA O NOME DO TITULAR - O VINCULO NOME X PROTOCOLO
000044*            FICA COM O JURIDICO. AS GERACOES DE MASTBKP NAO SAO
000045*            TRATADAS AQUI: SAEM DE CENA PELO LIMITE DO GDG.
000046* CPD      : INEFE
000047******************************************************************
000048******************************************************************
000049* CONDICOES DE RETORNO (RETURN-CODE) DESTE PROGRAMA:
000050*     0000  =  PEDIDO ATENDIDO, NOME ENCONTRADO (LISTADO OU
000051*              PSEUDONIMIZADO)
000052*     0004  =  AVISO - NOME NAO ENCONTRADO EM NENHUM ARQUIVO
000053*              (CERTIFICADO EMITIDO ASSIM MESMO)
000054*     0008  =  ERRO DE DADOS - PARM OU CARTAO DE PEDIDO INVALIDO,
000055*              AUSENTE, EM DUPLICIDADE OU COM TIPO DIFERENTE DO
000056*              PARM (NADA FOI LIDO NEM ALTERADO)
000057*     0016  =  ERRO SEVERO - FALHA AO ABRIR/LER/GRAVAR UM DOS
000058*              ARQUIVOS (NA ELIMINACAO, O MESTRE, O MASTARQ E O
000059*              CATALOGO SO SAO TOCADOS SE OS SEQUENCIAIS PASSARAM)
000060******************************************************************
000061        IDENTIFICATION DIVISION.
000062**************************
000063        PROGRAM-ID. COBOL030.
000064        AUTHOR. FRANCINE NUNES MOYSES.
000065        DATE-WRITTEN. 26/10/15 @ 19:00:00.
000066        DATE-COMPILED. 2026-10-15.
000067        INSTALLATION. INEFE.
000068        SECURITY. NORMAL.
000069*
000070***********************
000071        ENVIRONMENT DIVISION.
000072***********************
000073*
000074        INPUT-OUTPUT SECTION.
000075*
000076        FILE-CONTROL.
000077            SELECT OPTIONAL REQUEST-IN ASSIGN TO "PEDLGPD"
000078                ORGANIZATION IS SEQUENTIAL
000079                FILE STATUS IS WS-FS-PEDIDO.
000080*
000081            SELECT OPTIONAL DATE-CARD ASSIGN TO "DATAPROC"
000082                ORGANIZATION IS SEQUENTIAL
000083                FILE STATUS IS WS-FS-DATAPROC.
000084*
000085            SELECT OPTIONAL AUDIT-LOG ASSIGN TO "AUDITLOG"
000086                ORGANIZATION IS SEQUENTIAL
000087                FILE STATUS IS WS-FS-AUDIT.
000088*
000089            SELECT OPTIONAL AUDIT-ARQ ASSIGN TO "AUDITARQ"
000090                ORGANIZATION IS SEQUENTIAL
000091                FILE STATUS IS WS-FS-AUDIT-ARQ.
000092*
000093            SELECT OPTIONAL HISTORY-FILE ASSIGN TO "HISTORIA"
000094                ORGANIZATION IS SEQUENTIAL
000095                FILE STATUS IS WS-FS-HISTORIA.
000096*
000097            SELECT OPTIONAL REJECT-FILE ASSIGN TO "REJEITO"
000098                ORGANIZATION IS SEQUENTIAL
000099                FILE STATUS IS WS-FS-REJECT.
000100*
000101            SELECT OPTIONAL REJECT-ARQ ASSIGN TO "REJARQ"
000102                ORGANIZATION IS SEQUENTIAL
000103                FILE STATUS IS WS-FS-REJECT-ARQ.
000104*
000105            SELECT OPTIONAL REJECT-RESOL ASSIGN TO "REJRESOL"
000106                ORGANIZATION IS SEQUENTIAL
000107                FILE STATUS IS WS-FS-RESOL.
000108*
000109            SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO "SUSPENSO"
000110                ORGANIZATION IS SEQUENTIAL
000111                FILE STATUS IS WS-FS-SUSPENSO.
000112*
000113            SELECT OPTIONAL SUSPENSE-ARQ ASSIGN TO "SUSPARQ"
000114                ORGANIZATION IS SEQUENTIAL
000115                FILE STATUS IS WS-FS-SUSPENSO-ARQ.
000116*
000117            SELECT OPTIONAL SUSPENSE-RESOL ASSIGN TO "SUSRESOL"
000118                ORGANIZATION IS SEQUENTIAL
000119                FILE STATUS IS WS-FS-SUSRESOL.
000120*
000121            SELECT OPTIONAL PENDING-FILE ASSIGN TO "PENDENTE"
000122                ORGANIZATION IS SEQUENTIAL
000123                FILE STATUS IS WS-FS-PENDENTE.
000124*
000125            SELECT OPTIONAL PENDING-RESOL ASSIGN TO "PENDRESOL"
000126                ORGANIZATION IS SEQUENTIAL
000127                FILE STATUS IS WS-FS-PENDRESOL.
000128*
000129            SELECT OPTIONAL TRANS-FILE ASSIGN TO "TRANSACAO"
000130                ORGANIZATION IS SEQUENTIAL
000131                FILE STATUS IS WS-FS-TRANSACAO.
000132*
000133            SELECT AUDIT-SAI ASSIGN TO "AUDITSAI"
000134                ORGANIZATION IS SEQUENTIAL
000135                FILE STATUS IS WS-FS-AUDIT-SAI.
000136*
000137            SELECT AUDIT-ARQ-SAI ASSIGN TO "AUDARSAI"
000138                ORGANIZATION IS SEQUENTIAL
000139                FILE STATUS IS WS-FS-AUDIT-ARQ-SAI.
000140*
000141            SELECT HISTORY-SAI ASSIGN TO "HISTSAI"
000142                ORGANIZATION IS SEQUENTIAL
000143                FILE STATUS IS WS-FS-HISTORIA-SAI.
000144*
000145            SELECT REJECT-SAI ASSIGN TO "REJSAI"
000146                ORGANIZATION IS SEQUENTIAL
000147                FILE STATUS IS WS-FS-REJECT-SAI.
000148*
000149            SELECT REJECT-ARQ-SAI ASSIGN TO "REJARSAI"
000150                ORGANIZATION IS SEQUENTIAL
000151                FILE STATUS IS WS-FS-REJECT-ARQ-SAI.
000152*
000153            SELECT REJECT-RESOL-SAI ASSIGN TO "REJRESAI"
000154                ORGANIZATION IS SEQUENTIAL
000155                FILE STATUS IS WS-FS-RESOL-SAI.
000156*
000157            SELECT SUSPENSE-SAI ASSIGN TO "SUSPSAI"
000158                ORGANIZATION IS SEQUENTIAL
000159                FILE STATUS IS WS-FS-SUSPENSO-SAI.
000160*
000161            SELECT SUSPENSE-ARQ-SAI ASSIGN TO "SUSARSAI"
000162                ORGANIZATION IS SEQUENTIAL
000163                FILE STATUS IS WS-FS-SUSPENSO-ARQ-SAI.
000164*
000165            SELECT SUSPENSE-RESOL-SAI ASSIGN TO "SUSRESAI"
000166                ORGANIZATION IS SEQUENTIAL
000167                FILE STATUS IS WS-FS-SUSRESOL-SAI.
000168*
000169            SELECT PENDING-SAI ASSIGN TO "PENDSAI"
000170                ORGANIZATION IS SEQUENTIAL
000171                FILE STATUS IS WS-FS-PENDENTE-SAI.
000172*
000173            SELECT PENDING-RESOL-SAI ASSIGN TO "PENDRSAI"
000174                ORGANIZATION IS SEQUENTIAL
000175                FILE STATUS IS WS-FS-PENDRESOL-SAI.
000176*
000177            SELECT TRANS-SAI ASSIGN TO "TRANSAI"
000178                ORGANIZATION IS SEQUENTIAL
000179                FILE STATUS IS WS-FS-TRANSACAO-SAI.
000180*
000181            SELECT MASTER-FILE ASSIGN TO "MASTOUT"
000182                ORGANIZATION IS INDEXED
000183                ACCESS MODE IS DYNAMIC
000184                RECORD KEY IS MR-ID
000185                FILE STATUS IS WS-FS-MASTER.
000186*
000187            SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO "MASTARQ"
000188                ORGANIZATION IS INDEXED
000189                ACCESS MODE IS SEQUENTIAL
000190                RECORD KEY IS MA-ID
000191                FILE STATUS IS WS-FS-ARQUIVO.
000192*
000193            SELECT OPTIONAL CATALOG-FILE ASSIGN TO "CATALOGO"
000194                ORGANIZATION IS INDEXED
000195                ACCESS MODE IS RANDOM
000196                RECORD KEY IS CT-NOME
000197                FILE STATUS IS WS-FS-CATALOGO.
000198*
000199            SELECT LGPD-RPT ASSIGN TO "RELLGPD"
000200                ORGANIZATION IS SEQUENTIAL
000201                FILE STATUS IS WS-FS-RELATORIO.
000202*
000203            SELECT CERT-FILE ASSIGN TO "CERTLGPD"
000204                ORGANIZATION IS SEQUENTIAL
000205                FILE STATUS IS WS-FS-CERTIFICADO.
000206*
000207            SELECT MSG-FILE ASSIGN TO "MENSAGEM"
000208                ORGANIZATION IS SEQUENTIAL
000209                FILE STATUS IS WS-FS-MENSAGEM.
000210*
000211****************
000212        DATA DIVISION.
000213****************
000214*
000215        FILE SECTION.
000216*
000217        FD  REQUEST-IN
000218            RECORDING MODE IS F.
000219        COPY "LGPDREC.cpy".
000220*
000221        FD  DATE-CARD
000222            RECORDING MODE IS F.
000223        COPY "DATPREC.cpy".
000224*
000225        FD  AUDIT-LOG
000226            RECORDING MODE IS F.
000227        COPY "AUDITREC.cpy".
000228*
000229        FD  AUDIT-ARQ
000230            RECORDING MODE IS F.
000231        01  WS-AUDIT-ARQ-RECORD.
000232            05  AQ-PROGRAM-ID           PIC X(8).
000233            05  AQ-ID                   PIC 9(9).
000234            05  AQ-VALOR-RECEBIDO       PIC X(30).
000235            05  AQ-RETURN-CODE          PIC 9(4).
000236            05  AQ-DATA-EXECUCAO        PIC 9(8).
000237            05  AQ-HORA-EXECUCAO        PIC 9(6).
000238            05  AQ-ORIGEM               PIC X(4).
000239            05  AQ-SEQUENCIA            PIC 9(9).
000240            05  AQ-CHECK                PIC 9(9).
000241*
000242        FD  HISTORY-FILE
000243            RECORDING MODE IS F.
000244        COPY "HISTREC.cpy".
000245*
000246        FD  REJECT-FILE
000247            RECORDING MODE IS F.
000248        COPY "REJREC.cpy".
000249*
000250        FD  REJECT-ARQ
000251            RECORDING MODE IS F.
000252        01  WS-REJECT-ARQ-RECORD.
000253            05  RQ-PROGRAM-ID           PIC X(8).
000254            05  RQ-VALOR-REJEITADO      PIC X(30).
000255            05  RQ-CODIGO-MOTIVO        PIC X(2).
000256            05  RQ-DATA-EXECUCAO        PIC 9(8).
000257            05  RQ-HORA-EXECUCAO        PIC 9(6).
000258            05  RQ-ORIGEM               PIC X(4).
000259*
000260*    MESMO LAYOUT GRAVADO PELO COBOL011: O REJEITO ORIGINAL
000261*    (IMAGEM DO REJREC), O NOME CORRIGIDO E A DATA DA RESOLUCAO.
000262        FD  REJECT-RESOL
000263            RECORDING MODE IS F.
000264        01  WS-RESOL-RECORD.
000265            05  RS-REJEITO-ORIGINAL.
000266                10  RS-PROGRAM-ID       PIC X(8).
000267                10  RS-VALOR-REJEITADO  PIC X(30).
000268                10  RS-CODIGO-MOTIVO    PIC X(2).
000269                10  RS-DATA-EXECUCAO    PIC 9(8).
000270                10  RS-HORA-EXECUCAO    PIC 9(6).
000271                10  RS-ORIGEM           PIC X(4).
000272            05  RS-NOME-CORRIGIDO       PIC X(30).
000273            05  RS-DATA-RESOLUCAO       PIC 9(8).
000274*
000275        FD  SUSPENSE-FILE
000276            RECORDING MODE IS F.
000277        COPY "SUSPREC.cpy".
000278*
000279        FD  SUSPENSE-ARQ
000280            RECORDING MODE IS F.
000281        01  WS-SUSPENSO-ARQ-RECORD.
000282            05  SQ-NOME                 PIC X(30).
000283            05  SQ-ORIGEM               PIC X(4).
000284            05  SQ-DATA-EXECUCAO        PIC 9(8).
000285            05  SQ-HORA-EXECUCAO        PIC 9(6).
000286*
000287        FD  SUSPENSE-RESOL
000288            RECORDING MODE IS F.
000289        COPY "SUSPRES.cpy".
000290*
000291        FD  PENDING-FILE
000292            RECORDING MODE IS F.
000293        COPY "PENDREC.cpy".
000294*
000295        FD  PENDING-RESOL
000296            RECORDING MODE IS F.
000297        COPY "PENDRES.cpy".
000298*
000299        FD  TRANS-FILE
000300            RECORDING MODE IS F.
000301        COPY "TRANREC.cpy".
000302*
000303        FD  AUDIT-SAI
000304            RECORDING MODE IS F.
000305        01  WS-AUDIT-SAI-RECORD         PIC X(87).
000306*
000307        FD  AUDIT-ARQ-SAI
000308            RECORDING MODE IS F.
000309        01  WS-AUDIT-ARQ-SAI-RECORD     PIC X(87).
000310*
000311        FD  HISTORY-SAI
000312            RECORDING MODE IS F.
000313        01  WS-HISTORIA-SAI-RECORD      PIC X(86).
000314*
000315        FD  REJECT-SAI
000316            RECORDING MODE IS F.
000317        01  WS-REJECT-SAI-RECORD        PIC X(58).
000318*
000319        FD  REJECT-ARQ-SAI
000320            RECORDING MODE IS F.
000321        01  WS-REJECT-ARQ-SAI-RECORD    PIC X(58).
000322*
000323        FD  REJECT-RESOL-SAI
000324            RECORDING MODE IS F.
000325        01  WS-RESOL-SAI-RECORD         PIC X(96).
000326*
000327        FD  SUSPENSE-SAI
000328            RECORDING MODE IS F.
000329        01  WS-SUSPENSO-SAI-RECORD      PIC X(48).
000330*
000331        FD  SUSPENSE-ARQ-SAI
000332            RECORDING MODE IS F.
000333        01  WS-SUSPENSO-ARQ-SAI-RECORD  PIC X(48).
000334*
000335        FD  SUSPENSE-RESOL-SAI
000336            RECORDING MODE IS F.
000337        01  WS-SUSRESOL-SAI-RECORD      PIC X(71).
000338*
000339        FD  PENDING-SAI
000340            RECORDING MODE IS F.
000341        01  WS-PENDENTE-SAI-RECORD      PIC X(68).
000342*
000343        FD  PENDING-RESOL-SAI
000344            RECORDING MODE IS F.
000345        01  WS-PENDRESOL-SAI-RECORD     PIC X(121).
000346*
000347        FD  TRANS-SAI
000348            RECORDING MODE IS F.
000349        01  WS-TRANSACAO-SAI-RECORD     PIC X(40).
000350*
000351        FD  MASTER-FILE.
000352        COPY "MASTREC.cpy".
000353*
000354        FD  ARCHIVE-FILE.
000355        COPY "MARQREC.cpy".
000356*
000357        FD  CATALOG-FILE.
000358        COPY "CATREC.cpy".
000359*
000360        FD  LGPD-RPT
000361            RECORDING MODE IS F.
000362        01  WS-LINHA-RELATORIO          PIC X(90).
000363*
000364        FD  CERT-FILE
000365            RECORDING MODE IS F.
000366        01  WS-LINHA-CERTIFICADO        PIC X(80).
000367*
000368        FD  MSG-FILE
000369            RECORDING MODE IS F.
000370        COPY "MSGREC.cpy".
000371*
000372        WORKING-STORAGE SECTION.
000373*
000374        01  WS-CONDICAO-RETORNO.
000375            05  WS-RC-NORMAL             PIC 9(2) VALUE 00.
000376            05  WS-RC-AVISO              PIC 9(2) VALUE 04.
000377            05  WS-RC-ERRO-DADOS         PIC 9(2) VALUE 08.
000378            05  WS-RC-ERRO-SEVERO        PIC 9(2) VALUE 16.
000379*
000380        01  WS-FS-PEDIDO               PIC X(2) VALUE SPACES.
000381        01  WS-FS-DATAPROC             PIC X(2) VALUE SPACES.
000382        01  WS-FS-AUDIT                PIC X(2) VALUE SPACES.
000383        01  WS-FS-AUDIT-ARQ            PIC X(2) VALUE SPACES.
000384        01  WS-FS-HISTORIA             PIC X(2) VALUE SPACES.
000385        01  WS-FS-REJECT               PIC X(2) VALUE SPACES.
000386        01  WS-FS-REJECT-ARQ           PIC X(2) VALUE SPACES.
000387        01  WS-FS-RESOL                PIC X(2) VALUE SPACES.
000388        01  WS-FS-SUSPENSO             PIC X(2) VALUE SPACES.
000389        01  WS-FS-SUSPENSO-ARQ         PIC X(2) VALUE SPACES.
000390        01  WS-FS-SUSRESOL             PIC X(2) VALUE SPACES.
000391        01  WS-FS-PENDENTE             PIC X(2) VALUE SPACES.
000392        01  WS-FS-PENDRESOL            PIC X(2) VALUE SPACES.
000393        01  WS-FS-TRANSACAO            PIC X(2) VALUE SPACES.
000394        01  WS-FS-AUDIT-SAI            PIC X(2) VALUE SPACES.
000395        01  WS-FS-AUDIT-ARQ-SAI        PIC X(2) VALUE SPACES.
000396        01  WS-FS-HISTORIA-SAI         PIC X(2) VALUE SPACES.
000397        01  WS-FS-REJECT-SAI           PIC X(2) VALUE SPACES.
000398        01  WS-FS-REJECT-ARQ-SAI       PIC X(2) VALUE SPACES.
000399        01  WS-FS-RESOL-SAI            PIC X(2) VALUE SPACES.
000400        01  WS-FS-SUSPENSO-SAI         PIC X(2) VALUE SPACES.
000401        01  WS-FS-SUSPENSO-ARQ-SAI     PIC X(2) VALUE SPACES.
000402        01  WS-FS-SUSRESOL-SAI         PIC X(2) VALUE SPACES.
000403        01  WS-FS-PENDENTE-SAI         PIC X(2) VALUE SPACES.
000404        01  WS-FS-PENDRESOL-SAI        PIC X(2) VALUE SPACES.
000405        01  WS-FS-TRANSACAO-SAI        PIC X(2) VALUE SPACES.
000406        01  WS-FS-MASTER               PIC X(2) VALUE SPACES.
000407        01  WS-FS-ARQUIVO              PIC X(2) VALUE SPACES.
000408        01  WS-FS-CATALOGO             PIC X(2) VALUE SPACES.
000409        01  WS-FS-RELATORIO            PIC X(2) VALUE SPACES.
000410        01  WS-FS-CERTIFICADO          PIC X(2) VALUE SPACES.
000411        01  WS-FS-MENSAGEM             PIC X(2) VALUE SPACES.
000412*
000413        01  WS-MSG-CODIGO-COMP.
000414            05  FILLER                  PIC X(2) VALUE "RC".
000415            05  WS-MSG-CODIGO-RC        PIC 9(2) VALUE ZERO.
000416        77  WS-MSG-SEVERIDADE          PIC X(1) VALUE "I".
000417        77  WS-MSG-TEXTO               PIC X(50) VALUE SPACES.
000418*
000419        01  WS-DATA-HORA-ATUAL.
000420            05  WS-DH-DATA              PIC 9(8).
000421            05  WS-DH-HORA              PIC 9(6).
000422            05  WS-DH-CENTESIMOS        PIC 9(2).
000423            05  WS-DH-DIFGMT            PIC X(5).
000424*
000425        77  WS-DATA-MAQUINA            PIC 9(8) VALUE ZERO.
000426*
000427*    MODO DO PARM (A = ACESSO, E = ELIMINACAO) E DADOS DO PEDIDO.
000428        77  WS-MODO                    PIC X(1) VALUE SPACE.
000429            88  WS-MODO-ACESSO              VALUE "A".
000430            88  WS-MODO-ELIMINACAO          VALUE "E".
000431        77  WS-PROTOCOLO               PIC X(12) VALUE SPACES.
000432        77  WS-SOLICITANTE             PIC X(8) VALUE SPACES.
000433        77  WS-NOME-TITULAR            PIC X(30) VALUE SPACES.
000434        77  WS-MOTIVO-RECUSA           PIC X(50) VALUE SPACES.
000435*
000436*    PSEUDONIMO QUE SUBSTITUI O NOME: NAO IDENTIFICA A PESSOA E E
000437*    O MESMO EM TODOS OS ARQUIVOS DO MESMO PROTOCOLO.
000438        01  WS-PSEUDONIMO.
000439            05  WS-PSE-PREFIXO          PIC X(13)
000440                                        VALUE "LGPD-ANONIMO-".
000441            05  WS-PSE-PROTOCOLO        PIC X(12) VALUE SPACES.
000442            05  FILLER                  PIC X(5)  VALUE SPACES.
000443*
000444        77  WS-ARQUIVO-FIM             PIC X(1) VALUE "N".
000445            88  WS-ACABOU-ARQUIVO           VALUE "S".
000446        77  WS-REGISTRO-ALTERADO       PIC X(1) VALUE "N".
000447            88  WS-ALTEROU-REGISTRO         VALUE "S".
000448*
000449        77  WS-CHECK-ANTERIOR          PIC 9(9) VALUE ZERO.
000450        77  WS-CHECK-CALCULADO         PIC 9(9) VALUE ZERO.
000451        77  WS-SOMA-BYTES              PIC 9(6) VALUE ZERO.
000452        77  WS-IDX-CHECK               PIC 9(2) VALUE ZERO.
000453*
000454*    CONTADORES DO ARQUIVO CORRENTE.
000455        77  WS-NOME-ARQUIVO            PIC X(8) VALUE SPACES.
000456        77  WS-SITUACAO-ARQUIVO        PIC X(8) VALUE SPACES.
000457        77  WS-CONT-LIDOS              PIC 9(7) VALUE ZERO.
000458        77  WS-CONT-OCORRENCIAS        PIC 9(6) VALUE ZERO.
000459        77  WS-CONT-ALTERADOS          PIC 9(6) VALUE ZERO.
000460        77  WS-CONT-RECHECADOS         PIC 9(7) VALUE ZERO.
000461*
000462        77  WS-TOT-OCORRENCIAS         PIC 9(7) VALUE ZERO.
000463        77  WS-TOT-ALTERADOS           PIC 9(7) VALUE ZERO.
000464        77  WS-TOT-RECHECADOS          PIC 9(7) VALUE ZERO.
000465*
000466*    UMA ENTRADA POR ARQUIVO TRATADO, PARA O RESUMO E O
000467*    CERTIFICADO.
000468        77  WS-MAX-TABELA-ARQ          PIC 9(2) VALUE 15.
000469        77  WS-CONT-TABELA-ARQ         PIC 9(2) VALUE ZERO.
000470        77  WS-IDX-ARQ                 PIC 9(2) VALUE ZERO.
000471*
000472        01  WS-TABELA-ARQUIVOS.
000473            05  WS-TAB-ARQ-ENT         OCCURS 15 TIMES.
000474                10  WS-TAB-ARQUIVO      PIC X(8).
000475                10  WS-TAB-SITUACAO     PIC X(8).
000476                10  WS-TAB-LIDOS        PIC 9(7).
000477                10  WS-TAB-OCORRENCIAS  PIC 9(6).
000478                10  WS-TAB-ALTERADOS    PIC 9(6).
000479*
000480        01  WS-LINHA-TITULO.
000481            05  FILLER                PIC X(30)
000482                  VALUE "PEDIDO DO TITULAR (LGPD) - ".
000483            05  WS-TIT-MODO           PIC X(10).
000484            05  FILLER                PIC X(12)
000485                  VALUE " PROTOCOLO ".
000486            05  WS-TIT-PROTOCOLO      PIC X(12).
000487            05  FILLER                PIC X(11)
000488                  VALUE " DATAPROC: ".
000489            05  WS-TIT-DATA           PIC 9(8).
000490            05  FILLER                PIC X(7)  VALUE SPACES.
000491*
000492        01  WS-LINHA-TITULAR.
000493            05  WS-TTL-ROTULO         PIC X(20).
000494            05  WS-TTL-NOME           PIC X(30).
000495            05  FILLER                PIC X(40) VALUE SPACES.
000496*
000497        01  WS-LINHA-COLUNAS.
000498            05  FILLER                PIC X(45) VALUE
000499                  "ARQUIVO  CAMPO              ID        DATA".
000500            05  FILLER                PIC X(45)
000501                  VALUE "  HORA   COMPLEMENTO    ACAO".
000502*
000503        01  WS-LINHA-DETALHE.
000504            05  WS-DET-ARQUIVO        PIC X(8).
000505            05  FILLER                PIC X(1)  VALUE SPACE.
000506            05  WS-DET-CAMPO          PIC X(18).
000507            05  FILLER                PIC X(1)  VALUE SPACE.
000508            05  WS-DET-ID             PIC X(9).
000509            05  FILLER                PIC X(1)  VALUE SPACE.
000510            05  WS-DET-DATA           PIC X(8).
000511            05  FILLER                PIC X(1)  VALUE SPACE.
000512            05  WS-DET-HORA           PIC X(6).
000513            05  FILLER                PIC X(1)  VALUE SPACE.
000514            05  WS-DET-COMPLEMENTO    PIC X(14).
000515            05  FILLER                PIC X(1)  VALUE SPACE.
000516            05  WS-DET-ACAO           PIC X(14).
000517            05  FILLER                PIC X(7)  VALUE SPACES.
000518*
000519        01  WS-LINHA-RESUMO.
000520            05  WS-RES-ARQUIVO        PIC X(8).
000521            05  FILLER                PIC X(1)  VALUE SPACE.
000522            05  WS-RES-SITUACAO       PIC X(8).
000523            05  FILLER                PIC X(9)  VALUE " LIDOS : ".
000524            05  WS-RES-LIDOS          PIC ZZZZZZ9.
000525            05  FILLER                PIC X(15)
000526                  VALUE " OCORRENCIAS : ".
000527            05  WS-RES-OCORRENCIAS    PIC ZZZZZ9.
000528            05  FILLER                PIC X(13)
000529                  VALUE " ALTERADOS : ".
000530            05  WS-RES-ALTERADOS      PIC ZZZZZ9.
000531            05  FILLER                PIC X(7)  VALUE SPACES.
000532*
000533        01  WS-LINHA-CADEIA.
000534            05  FILLER                PIC X(40) VALUE
000535                  "AUDITLOG - CADEIA ANTIVIOLACAO REFEITA, ".
000536            05  WS-CAD-RECHECADOS     PIC ZZZZZZ9.
000537            05  FILLER                PIC X(33)
000538                  VALUE " REGISTRO(S) COM NOVO CHECK".
000539*
000540        01  WS-LINHA-CONTAGEM.
000541            05  WS-CON-ROTULO         PIC X(30).
000542            05  FILLER                PIC X(2)  VALUE ": ".
000543            05  WS-CON-QTD            PIC ZZZZZZ9.
000544*
000545        01  WS-LINHA-CERT-CAMPO.
000546            05  WS-CRT-ROTULO         PIC X(20).
000547            05  FILLER                PIC X(2)  VALUE ": ".
000548            05  WS-CRT-VALOR          PIC X(58).
000549*
000550        01  WS-CRT-EXECUCAO.
000551            05  WS-CRT-EXE-DATA       PIC 9(8).
000552            05  FILLER                PIC X(1)  VALUE SPACE.
000553            05  WS-CRT-EXE-HORA       PIC 9(6).
000554            05  FILLER                PIC X(12)
000555                  VALUE " - DATAPROC ".
000556            05  WS-CRT-EXE-DATAPROC   PIC 9(8).
000557*
000558        01  WS-LINHA-CERT-SEPARADOR   PIC X(80) VALUE ALL "=".
000559*
000560***************************
000561        LINKAGE SECTION.
000562***************************
000563*
000564        COPY "PARMREC.cpy".
000565*
000566        PROCEDURE DIVISION USING LK-PARM-RECORD.
000567*
000568            MOVE WS-RC-NORMAL TO RETURN-CODE.
000569*
000570            PERFORM 0050-OBTER-DATA-PROCESSO.
000571            PERFORM 0100-VALIDAR-PEDIDO.
000572*
000573            IF RETURN-CODE < WS-RC-ERRO-DADOS
000574                OPEN OUTPUT LGPD-RPT
000575                IF WS-FS-RELATORIO NOT = "00"
000576                    DISPLAY 'ERRO SEVERO AO ABRIR RELLGPD - FS='
000577                        WS-FS-RELATORIO
000578                    MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000579                    MOVE 'FALHA AO ABRIR O RELATORIO RELLGPD'
000580                        TO WS-MOTIVO-RECUSA
000581                ELSE
000582                    PERFORM 0300-EMITIR-CABECALHO
000583*
000584                    PERFORM 1000-TRATAR-AUDITLOG
000585                    PERFORM 1500-TRATAR-AUDITARQ
000586                    PERFORM 2000-TRATAR-HISTORIA
000587                    PERFORM 3000-TRATAR-REJEITO
000588                    PERFORM 3300-TRATAR-REJARQ
000589                    PERFORM 3600-TRATAR-REJRESOL
000590                    PERFORM 4000-TRATAR-SUSPENSO
000591                    PERFORM 4300-TRATAR-SUSPARQ
000592                    PERFORM 4600-TRATAR-SUSRESOL
000593                    PERFORM 4800-TRATAR-PENDENTE
000594                    PERFORM 4850-TRATAR-PENDRESOL
000595                    PERFORM 4900-TRATAR-TRANSACAO
000596*
000597*    MESTRE, MASTARQ E CATALOGO SAO ALTERADOS NO LUGAR: SO DEPOIS
000598*    QUE TODOS OS SEQUENCIAIS FORAM REGRAVADOS SEM ERRO (COM ERRO,
000599*    O JOB NAO COPIA AS VERSOES ...SAI E NADA FICA PELA METADE).
000600                    IF RETURN-CODE < WS-RC-ERRO-SEVERO
000601                        PERFORM 5000-TRATAR-MASTOUT
000602                    END-IF
000603                    IF RETURN-CODE < WS-RC-ERRO-SEVERO
000604                        PERFORM 5500-TRATAR-MASTARQ
000605                    END-IF
000606                    IF RETURN-CODE < WS-RC-ERRO-SEVERO
000607                        PERFORM 6000-TRATAR-CATALOGO
000608                    END-IF
000609*
000610                    PERFORM 7800-EMITIR-RESUMO
000611*
000612                    IF RETURN-CODE < WS-RC-AVISO
000613                       AND WS-TOT-OCORRENCIAS = ZERO
000614                        MOVE WS-RC-AVISO TO RETURN-CODE
000615                    END-IF
000616*
000617                    CLOSE LGPD-RPT
000618                END-IF
000619            END-IF.
000620*
000621            PERFORM 8000-EMITIR-CERTIFICADO.
000622            PERFORM 9700-REGISTRAR-RESULTADO.
000623*
000624            GOBACK.
000625*
000626**----------------------------------------------------------------*
000627        0050-OBTER-DATA-PROCESSO.
000628**----------------------------------------------------------------*
000629*    A DATA DE PROCESSO DO CERTIFICADO E A DATA-MOVIMENTO DO
000630*    CARTAO DATAPROC; SEM O CARTAO, VALE A DATA DA MAQUINA, COM
000631*    AVISO NA CONSOLA. A DATA DA MAQUINA TAMBEM VAI PARA O
000632*    CERTIFICADO, COMO MOMENTO REAL DA EXECUCAO.
000633*
000634            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
000635            MOVE WS-DH-DATA TO WS-DATA-MAQUINA.
000636*
000637            OPEN INPUT DATE-CARD.
000638*
000639            IF WS-FS-DATAPROC = "00"
000640                READ DATE-CARD
000641                    AT END
000642                        DISPLAY 'AVISO: DATAPROC VAZIO - USANDO '
000643                            'A DATA DA MAQUINA'
000644                    NOT AT END
000645                        IF DP-DATA-PROCESSAMENTO IS NUMERIC
000646                           AND DP-DATA-PROCESSAMENTO > ZERO
000647                            MOVE DP-DATA-PROCESSAMENTO
000648                                TO WS-DH-DATA
000649                        ELSE
000650                            DISPLAY 'AVISO: DATAPROC INVALIDO - '
000651                                'USANDO A DATA DA MAQUINA'
000652                        END-IF
000653                END-READ
000654                CLOSE DATE-CARD
000655            ELSE
000656                DISPLAY 'AVISO: DATAPROC INDISPONIVEL - USANDO '
000657                    'A DATA DA MAQUINA'
000658            END-IF.
000659*
000660**----------------------------------------------------------------*
000661        0100-VALIDAR-PEDIDO.
000662**----------------------------------------------------------------*
000663*    O PARM DIZ O QUE O JOB ESTA PREPARADO PARA FAZER (ACESSO OU
000664*    ELIMINACAO) E O CARTAO DIZ O QUE O JURIDICO PEDIU; OS DOIS
000665*    TEM DE BATER. O DECK TRAZ UM UNICO PEDIDO POR EXECUCAO, COM
000666*    PROTOCOLO, NOME E SOLICITANTE PREENCHIDOS. QUALQUER FALHA
000667*    RECUSA O PEDIDO SEM LER NEM ALTERAR ARQUIVO ALGUM.
000668*
000669            IF LK-PARM-LENGTH >= 6
000670               AND LK-PARM-NAME(1:6) = "ACESSO"
000671                SET WS-MODO-ACESSO TO TRUE
000672            ELSE
000673                IF LK-PARM-LENGTH >= 10
000674                   AND LK-PARM-NAME(1:10) = "ELIMINACAO"
000675                    SET WS-MODO-ELIMINACAO TO TRUE
000676                ELSE
000677                    MOVE 'PARM DEVE SER ACESSO OU ELIMINACAO'
000678                        TO WS-MOTIVO-RECUSA
000679                    MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
000680                END-IF
000681            END-IF.
000682*
000683            IF RETURN-CODE < WS-RC-ERRO-DADOS
000684                OPEN INPUT REQUEST-IN
000685                IF WS-FS-PEDIDO NOT = "00"
000686                    MOVE 'DECK DE PEDIDO PEDLGPD INDISPONIVEL'
000687                        TO WS-MOTIVO-RECUSA
000688                    MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
000689                ELSE
000690                    READ REQUEST-IN
000691                        AT END
000692                            MOVE 'DECK DE PEDIDO PEDLGPD VAZIO'
000693                                TO WS-MOTIVO-RECUSA
000694                            MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
000695                        NOT AT END
000696                            MOVE LG-PROTOCOLO TO WS-PROTOCOLO
000697                            MOVE LG-SOLICITANTE TO WS-SOLICITANTE
000698                            MOVE LG-NOME TO WS-NOME-TITULAR
000699                            PERFORM 0150-CONFERIR-CARTAO
000700                    END-READ
000701*
000702                    IF RETURN-CODE < WS-RC-ERRO-DADOS
000703                        READ REQUEST-IN
000704                            AT END
000705                                CONTINUE
000706                            NOT AT END
000707                                MOVE 'MAIS DE UM PEDIDO NO DECK'
000708                                    TO WS-MOTIVO-RECUSA
000709                                MOVE WS-RC-ERRO-DADOS
000710                                    TO RETURN-CODE
000711                        END-READ
000712                    END-IF
000713*
000714                    CLOSE REQUEST-IN
000715                END-IF
000716            END-IF.
000717*
000718            IF RETURN-CODE >= WS-RC-ERRO-DADOS
000719                DISPLAY 'PEDIDO LGPD RECUSADO: ' WS-MOTIVO-RECUSA
000720            ELSE
000721                MOVE WS-PROTOCOLO TO WS-PSE-PROTOCOLO
000722                DISPLAY 'PEDIDO LGPD ' WS-PROTOCOLO ' - MODO '
000723                    WS-MODO ' - SOLICITANTE ' WS-SOLICITANTE
000724            END-IF.
000725*
000726**----------------------------------------------------------------*
000727        0150-CONFERIR-CARTAO.
000728**----------------------------------------------------------------*
000729            EVALUATE TRUE
000730                WHEN LG-PROTOCOLO = SPACES
000731                    MOVE 'PEDIDO SEM PROTOCOLO'
000732                        TO WS-MOTIVO-RECUSA
000733                    MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
000734                WHEN LG-NOME = SPACES
000735                    MOVE 'PEDIDO SEM NOME DO TITULAR'
000736                        TO WS-MOTIVO-RECUSA
000737                    MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
000738                WHEN LG-SOLICITANTE = SPACES
000739                    MOVE 'PEDIDO SEM SOLICITANTE'
000740                        TO WS-MOTIVO-RECUSA
000741                    MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
000742                WHEN LG-NOME(1:13) = WS-PSE-PREFIXO
000743                    MOVE 'NOME INFORMADO JA E UM PSEUDONIMO'
000744                        TO WS-MOTIVO-RECUSA
000745                    MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
000746                WHEN NOT LG-PEDIDO-ACESSO
000747                 AND NOT LG-PEDIDO-ELIMINACAO
000748                    MOVE 'TIPO DO PEDIDO DEVE SER A OU E'
000749                        TO WS-MOTIVO-RECUSA
000750                    MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
000751                WHEN LG-TIPO-PEDIDO NOT = WS-MODO
000752                    MOVE 'TIPO DO PEDIDO NAO BATE COM O PARM'
000753                        TO WS-MOTIVO-RECUSA
000754                    MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
000755                WHEN OTHER
000756                    CONTINUE
000757            END-EVALUATE.
000758*
000759**----------------------------------------------------------------*
000760        0300-EMITIR-CABECALHO.
000761**----------------------------------------------------------------*
000762*    NO ACESSO O NOME PROCURADO VAI NO RELATORIO (E A RESPOSTA AO
000763*    TITULAR); NA ELIMINACAO SAI SO O PSEUDONIMO.
000764*
000765            IF WS-MODO-ACESSO
000766                MOVE "ACESSO    " TO WS-TIT-MODO
000767            ELSE
000768                MOVE "ELIMINACAO" TO WS-TIT-MODO
000769            END-IF.
000770            MOVE WS-PROTOCOLO TO WS-TIT-PROTOCOLO.
000771            MOVE WS-DH-DATA TO WS-TIT-DATA.
000772            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-TITULO.
000773*
000774            IF WS-MODO-ACESSO
000775                MOVE "NOME PROCURADO    : " TO WS-TTL-ROTULO
000776                MOVE WS-NOME-TITULAR TO WS-TTL-NOME
000777            ELSE
000778                MOVE "PSEUDONIMO        : " TO WS-TTL-ROTULO
000779                MOVE WS-PSEUDONIMO TO WS-TTL-NOME
000780            END-IF.
000781            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-TITULAR.
000782*
000783            MOVE SPACES TO WS-LINHA-RELATORIO.
000784            WRITE WS-LINHA-RELATORIO.
000785            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-COLUNAS.
000786*
000787**----------------------------------------------------------------*
000788        1000-TRATAR-AUDITLOG.
000789**----------------------------------------------------------------*
000790*    NA ELIMINACAO, TODO REGISTRO E REGRAVADO EM AUDITSAI COM A
000791*    SEQUENCIA ORIGINAL E O CHECK REFEITO A PARTIR DO ZERO (O LOG
000792*    VIVO SEMPRE COMECA NA SEQUENCIA 1, COMO O COBOL024 CONFERE):
000793*    ATE O PRIMEIRO NOME TROCADO O CHECK SAI IGUAL AO GRAVADO, E
000794*    DALI EM DIANTE A CADEIA PASSA A REFLETIR O PSEUDONIMO. A
000795*    CADEIA E CONFERIDA PELO COBOL024 ANTES DESTE PASSO NO JOB.
000796*
000797            MOVE "AUDITLOG" TO WS-NOME-ARQUIVO.
000798            PERFORM 7000-ZERAR-CONTADORES.
000799            MOVE ZERO TO WS-CHECK-ANTERIOR.
000800*
000801            OPEN INPUT AUDIT-LOG.
000802            IF WS-MODO-ELIMINACAO
000803                OPEN OUTPUT AUDIT-SAI
000804            END-IF.
000805*
000806            IF WS-FS-AUDIT NOT = "00" AND NOT = "05"
000807               OR (WS-MODO-ELIMINACAO
000808                   AND WS-FS-AUDIT-SAI NOT = "00")
000809                DISPLAY 'ERRO SEVERO NOS ARQUIVOS DE AUDITORIA '
000810                    'FS=' WS-FS-AUDIT ' ' WS-FS-AUDIT-SAI
000811                PERFORM 7900-MARCAR-ERRO
000812            ELSE
000813                IF WS-FS-AUDIT = "05"
000814                    MOVE "AUSENTE " TO WS-SITUACAO-ARQUIVO
000815                END-IF
000816                PERFORM UNTIL WS-ACABOU-ARQUIVO
000817                    READ AUDIT-LOG
000818                        AT END
000819                            SET WS-ACABOU-ARQUIVO TO TRUE
000820                        NOT AT END
000821                            ADD 1 TO WS-CONT-LIDOS
000822                            PERFORM 1100-EXAMINAR-AUDITLOG
000823                    END-READ
000824                END-PERFORM
000825            END-IF.
000826*
000827            CLOSE AUDIT-LOG.
000828            IF WS-MODO-ELIMINACAO
000829                CLOSE AUDIT-SAI
000830            END-IF.
000831*
000832            PERFORM 7500-REGISTRAR-ARQUIVO.
000833*
000834            IF WS-MODO-ELIMINACAO
000835                MOVE WS-CONT-RECHECADOS TO WS-TOT-RECHECADOS
000836                MOVE WS-CONT-RECHECADOS TO WS-CAD-RECHECADOS
000837                WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CADEIA
000838            END-IF.
000839*
000840**----------------------------------------------------------------*
000841        1100-EXAMINAR-AUDITLOG.
000842**----------------------------------------------------------------*
000843            IF AR-VALOR-RECEBIDO = WS-NOME-TITULAR
000844                MOVE "AR-VALOR-RECEBIDO " TO WS-DET-CAMPO
000845                MOVE AR-ID TO WS-DET-ID
000846                MOVE AR-DATA-EXECUCAO TO WS-DET-DATA
000847                MOVE AR-HORA-EXECUCAO TO WS-DET-HORA
000848                MOVE SPACES TO WS-DET-COMPLEMENTO
000849                STRING AR-PROGRAM-ID ' ' AR-ORIGEM
000850                    DELIMITED BY SIZE INTO WS-DET-COMPLEMENTO
000851                PERFORM 7200-EMITIR-OCORRENCIA
000852                IF WS-MODO-ELIMINACAO
000853                    MOVE WS-PSEUDONIMO TO AR-VALOR-RECEBIDO
000854                    ADD 1 TO WS-CONT-ALTERADOS
000855                END-IF
000856            END-IF.
000857*
000858            IF WS-MODO-ELIMINACAO
000859                PERFORM 1200-RECALCULAR-CHECK
000860                IF WS-CHECK-CALCULADO NOT = AR-CHECK
000861                    ADD 1 TO WS-CONT-RECHECADOS
000862                END-IF
000863                MOVE WS-CHECK-CALCULADO TO AR-CHECK
000864                MOVE WS-CHECK-CALCULADO TO WS-CHECK-ANTERIOR
000865*
000866                WRITE WS-AUDIT-SAI-RECORD FROM AR-AUDIT-RECORD
000867                IF WS-FS-AUDIT-SAI NOT = "00"
000868                    DISPLAY 'ERRO AO GRAVAR AUDITSAI - FS='
000869                        WS-FS-AUDIT-SAI
000870                    PERFORM 7900-MARCAR-ERRO
000871                END-IF
000872            END-IF.
000873*
000874**----------------------------------------------------------------*
000875        1200-RECALCULAR-CHECK.
000876**----------------------------------------------------------------*
000877*    MESMO CALCULO DOS GRAVADORES E DO VERIFICADOR COBOL024: SOMA
000878*    DOS BYTES DOS CAMPOS ALFANUMERICOS MAIS OS CAMPOS NUMERICOS,
000879*    COMBINADA COM O CHECK DO REGISTRO ANTERIOR (X 31), MODULO
000880*    10**9.
000881*
000882            MOVE ZERO TO WS-SOMA-BYTES.
000883            PERFORM VARYING WS-IDX-CHECK FROM 1 BY 1
000884                    UNTIL WS-IDX-CHECK > 30
000885                COMPUTE WS-SOMA-BYTES = WS-SOMA-BYTES
000886                    + FUNCTION ORD(AR-VALOR-RECEBIDO
000887                                       (WS-IDX-CHECK:1))
000888            END-PERFORM.
000889            PERFORM VARYING WS-IDX-CHECK FROM 1 BY 1
000890                    UNTIL WS-IDX-CHECK > 8
000891                COMPUTE WS-SOMA-BYTES = WS-SOMA-BYTES
000892                    + FUNCTION ORD(AR-PROGRAM-ID(WS-IDX-CHECK:1))
000893            END-PERFORM.
000894            PERFORM VARYING WS-IDX-CHECK FROM 1 BY 1
000895                    UNTIL WS-IDX-CHECK > 4
000896                COMPUTE WS-SOMA-BYTES = WS-SOMA-BYTES
000897                    + FUNCTION ORD(AR-ORIGEM(WS-IDX-CHECK:1))
000898            END-PERFORM.
000899*
000900            COMPUTE WS-CHECK-CALCULADO =
000901                FUNCTION MOD(WS-CHECK-ANTERIOR * 31
000902                    + AR-SEQUENCIA + AR-ID + AR-RETURN-CODE
000903                    + AR-DATA-EXECUCAO + AR-HORA-EXECUCAO
000904                    + WS-SOMA-BYTES
000905                    1000000000).
000906*
000907**----------------------------------------------------------------*
000908        1500-TRATAR-AUDITARQ.
000909**----------------------------------------------------------------*
000910*    O ARQUIVAMENTO ANUAL GUARDA OS REGISTROS COMO FORAM GRAVADOS
000911*    (O COBOL024 SO CONFERE O LOG VIVO): SO O NOME E TROCADO.
000912*
000913            MOVE "AUDITARQ" TO WS-NOME-ARQUIVO.
000914            PERFORM 7000-ZERAR-CONTADORES.
000915*
000916            OPEN INPUT AUDIT-ARQ.
000917            IF WS-MODO-ELIMINACAO
000918                OPEN OUTPUT AUDIT-ARQ-SAI
000919            END-IF.
000920*
000921            IF WS-FS-AUDIT-ARQ NOT = "00" AND NOT = "05"
000922               OR (WS-MODO-ELIMINACAO
000923                   AND WS-FS-AUDIT-ARQ-SAI NOT = "00")
000924                DISPLAY 'ERRO SEVERO NO AUDITARQ '
000925                    'FS=' WS-FS-AUDIT-ARQ ' ' WS-FS-AUDIT-ARQ-SAI
000926                PERFORM 7900-MARCAR-ERRO
000927            ELSE
000928                IF WS-FS-AUDIT-ARQ = "05"
000929                    MOVE "AUSENTE " TO WS-SITUACAO-ARQUIVO
000930                END-IF
000931                PERFORM UNTIL WS-ACABOU-ARQUIVO
000932                    READ AUDIT-ARQ
000933                        AT END
000934                            SET WS-ACABOU-ARQUIVO TO TRUE
000935                        NOT AT END
000936                            ADD 1 TO WS-CONT-LIDOS
000937                            PERFORM 1600-EXAMINAR-AUDITARQ
000938                    END-READ
000939                END-PERFORM
000940            END-IF.
000941*
000942            CLOSE AUDIT-ARQ.
000943            IF WS-MODO-ELIMINACAO
000944                CLOSE AUDIT-ARQ-SAI
000945            END-IF.
000946*
000947            PERFORM 7500-REGISTRAR-ARQUIVO.
000948*
000949**----------------------------------------------------------------*
000950        1600-EXAMINAR-AUDITARQ.
000951**----------------------------------------------------------------*
000952            IF AQ-VALOR-RECEBIDO = WS-NOME-TITULAR
000953                MOVE "AR-VALOR-RECEBIDO " TO WS-DET-CAMPO
000954                MOVE AQ-ID TO WS-DET-ID
000955                MOVE AQ-DATA-EXECUCAO TO WS-DET-DATA
000956                MOVE AQ-HORA-EXECUCAO TO WS-DET-HORA
000957                MOVE SPACES TO WS-DET-COMPLEMENTO
000958                STRING AQ-PROGRAM-ID ' ' AQ-ORIGEM
000959                    DELIMITED BY SIZE INTO WS-DET-COMPLEMENTO
000960                PERFORM 7200-EMITIR-OCORRENCIA
000961                IF WS-MODO-ELIMINACAO
000962                    MOVE WS-PSEUDONIMO TO AQ-VALOR-RECEBIDO
000963                    ADD 1 TO WS-CONT-ALTERADOS
000964                END-IF
000965            END-IF.
000966*
000967            IF WS-MODO-ELIMINACAO
000968                WRITE WS-AUDIT-ARQ-SAI-RECORD
000969                    FROM WS-AUDIT-ARQ-RECORD
000970                IF WS-FS-AUDIT-ARQ-SAI NOT = "00"
000971                    DISPLAY 'ERRO AO GRAVAR AUDARSAI - FS='
000972                        WS-FS-AUDIT-ARQ-SAI
000973                    PERFORM 7900-MARCAR-ERRO
000974                END-IF
000975            END-IF.
000976*
000977**----------------------------------------------------------------*
000978        2000-TRATAR-HISTORIA.
000979**----------------------------------------------------------------*
000980*    O NOME PODE ESTAR NA IMAGEM ANTES, NA IMAGEM DEPOIS OU NAS
000981*    DUAS; CADA CAMPO E UMA OCORRENCIA, O REGISTRO E ALTERADO UMA
000982*    VEZ. COM AS DUAS IMAGENS TROCADAS, O COBOL015 CONTINUA
000983*    RECONSTRUINDO O REGISTRO (JA COM O PSEUDONIMO).
000984*
000985            MOVE "HISTORIA" TO WS-NOME-ARQUIVO.
000986            PERFORM 7000-ZERAR-CONTADORES.
000987*
000988            OPEN INPUT HISTORY-FILE.
000989            IF WS-MODO-ELIMINACAO
000990                OPEN OUTPUT HISTORY-SAI
000991            END-IF.
000992*
000993            IF WS-FS-HISTORIA NOT = "00" AND NOT = "05"
000994               OR (WS-MODO-ELIMINACAO
000995                   AND WS-FS-HISTORIA-SAI NOT = "00")
000996                DISPLAY 'ERRO SEVERO NOS ARQUIVOS DE HISTORIA '
000997                    'FS=' WS-FS-HISTORIA ' ' WS-FS-HISTORIA-SAI
000998                PERFORM 7900-MARCAR-ERRO
000999            ELSE
001000                IF WS-FS-HISTORIA = "05"
001001                    MOVE "AUSENTE " TO WS-SITUACAO-ARQUIVO
001002                END-IF
001003                PERFORM UNTIL WS-ACABOU-ARQUIVO
001004                    READ HISTORY-FILE
001005                        AT END
001006                            SET WS-ACABOU-ARQUIVO TO TRUE
001007                        NOT AT END
001008                            ADD 1 TO WS-CONT-LIDOS
001009                            PERFORM 2100-EXAMINAR-HISTORIA
001010                    END-READ
001011                END-PERFORM
001012            END-IF.
001013*
001014            CLOSE HISTORY-FILE.
001015            IF WS-MODO-ELIMINACAO
001016                CLOSE HISTORY-SAI
001017            END-IF.
001018*
001019            PERFORM 7500-REGISTRAR-ARQUIVO.
001020*
001021**----------------------------------------------------------------*
001022        2100-EXAMINAR-HISTORIA.
001023**----------------------------------------------------------------*
001024            MOVE "N" TO WS-REGISTRO-ALTERADO.
001025            MOVE HS-ID TO WS-DET-ID.
001026            MOVE HS-DATA-MANUTENCAO TO WS-DET-DATA.
001027            MOVE HS-HORA-MANUTENCAO TO WS-DET-HORA.
001028            MOVE SPACES TO WS-DET-COMPLEMENTO.
001029            STRING 'TIPO ' HS-TIPO-ALTERACAO
001030                DELIMITED BY SIZE INTO WS-DET-COMPLEMENTO.
001031*
001032            IF HS-NOME-ANTES = WS-NOME-TITULAR
001033                MOVE "HS-NOME-ANTES     " TO WS-DET-CAMPO
001034                PERFORM 7200-EMITIR-OCORRENCIA
001035                IF WS-MODO-ELIMINACAO
001036                    MOVE WS-PSEUDONIMO TO HS-NOME-ANTES
001037                    SET WS-ALTEROU-REGISTRO TO TRUE
001038                END-IF
001039            END-IF.
001040*
001041            IF HS-NOME-DEPOIS = WS-NOME-TITULAR
001042                MOVE "HS-NOME-DEPOIS    " TO WS-DET-CAMPO
001043                PERFORM 7200-EMITIR-OCORRENCIA
001044                IF WS-MODO-ELIMINACAO
001045                    MOVE WS-PSEUDONIMO TO HS-NOME-DEPOIS
001046                    SET WS-ALTEROU-REGISTRO TO TRUE
001047                END-IF
001048            END-IF.
001049*
001050            IF WS-ALTEROU-REGISTRO
001051                ADD 1 TO WS-CONT-ALTERADOS
001052            END-IF.
001053*
001054            IF WS-MODO-ELIMINACAO
001055                WRITE WS-HISTORIA-SAI-RECORD
001056                    FROM HS-HISTORY-RECORD
001057                IF WS-FS-HISTORIA-SAI NOT = "00"
001058                    DISPLAY 'ERRO AO GRAVAR HISTSAI - FS='
001059                        WS-FS-HISTORIA-SAI
001060                    PERFORM 7900-MARCAR-ERRO
001061                END-IF
001062            END-IF.
001063*
001064**----------------------------------------------------------------*
001065        3000-TRATAR-REJEITO.
001066**----------------------------------------------------------------*
001067            MOVE "REJEITO " TO WS-NOME-ARQUIVO.
001068            PERFORM 7000-ZERAR-CONTADORES.
001069*
001070            OPEN INPUT REJECT-FILE.
001071            IF WS-MODO-ELIMINACAO
001072                OPEN OUTPUT REJECT-SAI
001073            END-IF.
001074*
001075            IF WS-FS-REJECT NOT = "00" AND NOT = "05"
001076               OR (WS-MODO-ELIMINACAO
001077                   AND WS-FS-REJECT-SAI NOT = "00")
001078                DISPLAY 'ERRO SEVERO NOS ARQUIVOS DE REJEITO '
001079                    'FS=' WS-FS-REJECT ' ' WS-FS-REJECT-SAI
001080                PERFORM 7900-MARCAR-ERRO
001081            ELSE
001082                IF WS-FS-REJECT = "05"
001083                    MOVE "AUSENTE " TO WS-SITUACAO-ARQUIVO
001084                END-IF
001085                PERFORM UNTIL WS-ACABOU-ARQUIVO
001086                    READ REJECT-FILE
001087                        AT END
001088                            SET WS-ACABOU-ARQUIVO TO TRUE
001089                        NOT AT END
001090                            ADD 1 TO WS-CONT-LIDOS
001091                            PERFORM 3100-EXAMINAR-REJEITO
001092                    END-READ
001093                END-PERFORM
001094            END-IF.
001095*
001096            CLOSE REJECT-FILE.
001097            IF WS-MODO-ELIMINACAO
001098                CLOSE REJECT-SAI
001099            END-IF.
001100*
001101            PERFORM 7500-REGISTRAR-ARQUIVO.
001102*
001103**----------------------------------------------------------------*
001104        3100-EXAMINAR-REJEITO.
001105**----------------------------------------------------------------*
001106            IF RJ-VALOR-REJEITADO = WS-NOME-TITULAR
001107                MOVE "RJ-VALOR-REJEITADO" TO WS-DET-CAMPO
001108                MOVE SPACES TO WS-DET-ID
001109                MOVE RJ-DATA-EXECUCAO TO WS-DET-DATA
001110                MOVE RJ-HORA-EXECUCAO TO WS-DET-HORA
001111                MOVE SPACES TO WS-DET-COMPLEMENTO
001112                STRING RJ-PROGRAM-ID ' ' RJ-ORIGEM
001113                    DELIMITED BY SIZE INTO WS-DET-COMPLEMENTO
001114                PERFORM 7200-EMITIR-OCORRENCIA
001115                IF WS-MODO-ELIMINACAO
001116                    MOVE WS-PSEUDONIMO TO RJ-VALOR-REJEITADO
001117                    ADD 1 TO WS-CONT-ALTERADOS
001118                END-IF
001119            END-IF.
001120*
001121            IF WS-MODO-ELIMINACAO
001122                WRITE WS-REJECT-SAI-RECORD FROM RJ-REJECT-RECORD
001123                IF WS-FS-REJECT-SAI NOT = "00"
001124                    DISPLAY 'ERRO AO GRAVAR REJSAI - FS='
001125                        WS-FS-REJECT-SAI
001126                    PERFORM 7900-MARCAR-ERRO
001127                END-IF
001128            END-IF.
001129*
001130**----------------------------------------------------------------*
001131        3300-TRATAR-REJARQ.
001132**----------------------------------------------------------------*
001133            MOVE "REJARQ  " TO WS-NOME-ARQUIVO.
001134            PERFORM 7000-ZERAR-CONTADORES.
001135*
001136            OPEN INPUT REJECT-ARQ.
001137            IF WS-MODO-ELIMINACAO
001138                OPEN OUTPUT REJECT-ARQ-SAI
001139            END-IF.
001140*
001141            IF WS-FS-REJECT-ARQ NOT = "00" AND NOT = "05"
001142               OR (WS-MODO-ELIMINACAO
001143                   AND WS-FS-REJECT-ARQ-SAI NOT = "00")
001144                DISPLAY 'ERRO SEVERO NO ARQUIVAMENTO DE REJEITO '
001145                    'FS=' WS-FS-REJECT-ARQ ' '
001146                    WS-FS-REJECT-ARQ-SAI
001147                PERFORM 7900-MARCAR-ERRO
001148            ELSE
001149                IF WS-FS-REJECT-ARQ = "05"
001150                    MOVE "AUSENTE " TO WS-SITUACAO-ARQUIVO
001151                END-IF
001152                PERFORM UNTIL WS-ACABOU-ARQUIVO
001153                    READ REJECT-ARQ
001154                        AT END
001155                            SET WS-ACABOU-ARQUIVO TO TRUE
001156                        NOT AT END
001157                            ADD 1 TO WS-CONT-LIDOS
001158                            PERFORM 3400-EXAMINAR-REJARQ
001159                    END-READ
001160                END-PERFORM
001161            END-IF.
001162*
001163            CLOSE REJECT-ARQ.
001164            IF WS-MODO-ELIMINACAO
001165                CLOSE REJECT-ARQ-SAI
001166            END-IF.
001167*
001168            PERFORM 7500-REGISTRAR-ARQUIVO.
001169*
001170**----------------------------------------------------------------*
001171        3400-EXAMINAR-REJARQ.
001172**----------------------------------------------------------------*
001173            IF RQ-VALOR-REJEITADO = WS-NOME-TITULAR
001174                MOVE "RJ-VALOR-REJEITADO" TO WS-DET-CAMPO
001175                MOVE SPACES TO WS-DET-ID
001176                MOVE RQ-DATA-EXECUCAO TO WS-DET-DATA
001177                MOVE RQ-HORA-EXECUCAO TO WS-DET-HORA
001178                MOVE SPACES TO WS-DET-COMPLEMENTO
001179                STRING RQ-PROGRAM-ID ' ' RQ-ORIGEM
001180                    DELIMITED BY SIZE INTO WS-DET-COMPLEMENTO
001181                PERFORM 7200-EMITIR-OCORRENCIA
001182                IF WS-MODO-ELIMINACAO
001183                    MOVE WS-PSEUDONIMO TO RQ-VALOR-REJEITADO
001184                    ADD 1 TO WS-CONT-ALTERADOS
001185                END-IF
001186            END-IF.
001187*
001188            IF WS-MODO-ELIMINACAO
001189                WRITE WS-REJECT-ARQ-SAI-RECORD
001190                    FROM WS-REJECT-ARQ-RECORD
001191                IF WS-FS-REJECT-ARQ-SAI NOT = "00"
001192                    DISPLAY 'ERRO AO GRAVAR REJARSAI - FS='
001193                        WS-FS-REJECT-ARQ-SAI
001194                    PERFORM 7900-MARCAR-ERRO
001195                END-IF
001196            END-IF.
001197*
001198**----------------------------------------------------------------*
001199        3600-TRATAR-REJRESOL.
001200**----------------------------------------------------------------*
001201*    NO REJEITO RESOLVIDO O NOME PODE APARECER NO VALOR REJEITADO
001202*    ORIGINAL E NO NOME CORRIGIDO PELO COBOL011.
001203*
001204            MOVE "REJRESOL" TO WS-NOME-ARQUIVO.
001205            PERFORM 7000-ZERAR-CONTADORES.
001206*
001207            OPEN INPUT REJECT-RESOL.
001208            IF WS-MODO-ELIMINACAO
001209                OPEN OUTPUT REJECT-RESOL-SAI
001210            END-IF.
001211*
001212            IF WS-FS-RESOL NOT = "00" AND NOT = "05"
001213               OR (WS-MODO-ELIMINACAO
001214                   AND WS-FS-RESOL-SAI NOT = "00")
001215                DISPLAY 'ERRO SEVERO NOS REJEITOS RESOLVIDOS '
001216                    'FS=' WS-FS-RESOL ' ' WS-FS-RESOL-SAI
001217                PERFORM 7900-MARCAR-ERRO
001218            ELSE
001219                IF WS-FS-RESOL = "05"
001220                    MOVE "AUSENTE " TO WS-SITUACAO-ARQUIVO
001221                END-IF
001222                PERFORM UNTIL WS-ACABOU-ARQUIVO
001223                    READ REJECT-RESOL
001224                        AT END
001225                            SET WS-ACABOU-ARQUIVO TO TRUE
001226                        NOT AT END
001227                            ADD 1 TO WS-CONT-LIDOS
001228                            PERFORM 3700-EXAMINAR-REJRESOL
001229                    END-READ
001230                END-PERFORM
001231            END-IF.
001232*
001233            CLOSE REJECT-RESOL.
001234            IF WS-MODO-ELIMINACAO
001235                CLOSE REJECT-RESOL-SAI
001236            END-IF.
001237*
001238            PERFORM 7500-REGISTRAR-ARQUIVO.
001239*
001240**----------------------------------------------------------------*
001241        3700-EXAMINAR-REJRESOL.
001242**----------------------------------------------------------------*
001243            MOVE "N" TO WS-REGISTRO-ALTERADO.
001244            MOVE SPACES TO WS-DET-ID.
001245            MOVE RS-DATA-EXECUCAO TO WS-DET-DATA.
001246            MOVE RS-HORA-EXECUCAO TO WS-DET-HORA.
001247            MOVE SPACES TO WS-DET-COMPLEMENTO.
001248            STRING RS-PROGRAM-ID ' ' RS-ORIGEM
001249                DELIMITED BY SIZE INTO WS-DET-COMPLEMENTO.
001250*
001251            IF RS-VALOR-REJEITADO = WS-NOME-TITULAR
001252                MOVE "RJ-VALOR-REJEITADO" TO WS-DET-CAMPO
001253                PERFORM 7200-EMITIR-OCORRENCIA
001254                IF WS-MODO-ELIMINACAO
001255                    MOVE WS-PSEUDONIMO TO RS-VALOR-REJEITADO
001256                    SET WS-ALTEROU-REGISTRO TO TRUE
001257                END-IF
001258            END-IF.
001259*
001260            IF RS-NOME-CORRIGIDO = WS-NOME-TITULAR
001261                MOVE "RS-NOME-CORRIGIDO " TO WS-DET-CAMPO
001262                PERFORM 7200-EMITIR-OCORRENCIA
001263                IF WS-MODO-ELIMINACAO
001264                    MOVE WS-PSEUDONIMO TO RS-NOME-CORRIGIDO
001265                    SET WS-ALTEROU-REGISTRO TO TRUE
001266                END-IF
001267            END-IF.
001268*
001269            IF WS-ALTEROU-REGISTRO
001270                ADD 1 TO WS-CONT-ALTERADOS
001271            END-IF.
001272*
001273            IF WS-MODO-ELIMINACAO
001274                WRITE WS-RESOL-SAI-RECORD FROM WS-RESOL-RECORD
001275                IF WS-FS-RESOL-SAI NOT = "00"
001276                    DISPLAY 'ERRO AO GRAVAR REJRESAI - FS='
001277                        WS-FS-RESOL-SAI
001278                    PERFORM 7900-MARCAR-ERRO
001279                END-IF
001280            END-IF.
001281*
001282**----------------------------------------------------------------*
001283        4000-TRATAR-SUSPENSO.
001284**----------------------------------------------------------------*
001285            MOVE "SUSPENSO" TO WS-NOME-ARQUIVO.
001286            PERFORM 7000-ZERAR-CONTADORES.
001287*
001288            OPEN INPUT SUSPENSE-FILE.
001289            IF WS-MODO-ELIMINACAO
001290                OPEN OUTPUT SUSPENSE-SAI
001291            END-IF.
001292*
001293            IF WS-FS-SUSPENSO NOT = "00" AND NOT = "05"
001294               OR (WS-MODO-ELIMINACAO
001295                   AND WS-FS-SUSPENSO-SAI NOT = "00")
001296                DISPLAY 'ERRO SEVERO NOS ARQUIVOS DE SUSPENSO '
001297                    'FS=' WS-FS-SUSPENSO ' ' WS-FS-SUSPENSO-SAI
001298                PERFORM 7900-MARCAR-ERRO
001299            ELSE
001300                IF WS-FS-SUSPENSO = "05"
001301                    MOVE "AUSENTE " TO WS-SITUACAO-ARQUIVO
001302                END-IF
001303                PERFORM UNTIL WS-ACABOU-ARQUIVO
001304                    READ SUSPENSE-FILE
001305                        AT END
001306                            SET WS-ACABOU-ARQUIVO TO TRUE
001307                        NOT AT END
001308                            ADD 1 TO WS-CONT-LIDOS
001309                            PERFORM 4100-EXAMINAR-SUSPENSO
001310                    END-READ
001311                END-PERFORM
001312            END-IF.
001313*
001314            CLOSE SUSPENSE-FILE.
001315            IF WS-MODO-ELIMINACAO
001316                CLOSE SUSPENSE-SAI
001317            END-IF.
001318*
001319            PERFORM 7500-REGISTRAR-ARQUIVO.
001320*
001321**----------------------------------------------------------------*
001322        4100-EXAMINAR-SUSPENSO.
001323**----------------------------------------------------------------*
001324            IF SP-NOME = WS-NOME-TITULAR
001325                MOVE "SP-NOME           " TO WS-DET-CAMPO
001326                MOVE SPACES TO WS-DET-ID
001327                MOVE SP-DATA-EXECUCAO TO WS-DET-DATA
001328                MOVE SP-HORA-EXECUCAO TO WS-DET-HORA
001329                MOVE SP-ORIGEM TO WS-DET-COMPLEMENTO
001330                PERFORM 7200-EMITIR-OCORRENCIA
001331                IF WS-MODO-ELIMINACAO
001332                    MOVE WS-PSEUDONIMO TO SP-NOME
001333                    ADD 1 TO WS-CONT-ALTERADOS
001334                END-IF
001335            END-IF.
001336*
001337            IF WS-MODO-ELIMINACAO
001338                WRITE WS-SUSPENSO-SAI-RECORD
001339                    FROM SP-SUSPENSE-RECORD
001340                IF WS-FS-SUSPENSO-SAI NOT = "00"
001341                    DISPLAY 'ERRO AO GRAVAR SUSPSAI - FS='
001342                        WS-FS-SUSPENSO-SAI
001343                    PERFORM 7900-MARCAR-ERRO
001344                END-IF
001345            END-IF.
001346*
001347**----------------------------------------------------------------*
001348        4300-TRATAR-SUSPARQ.
001349**----------------------------------------------------------------*
001350            MOVE "SUSPARQ " TO WS-NOME-ARQUIVO.
001351            PERFORM 7000-ZERAR-CONTADORES.
001352*
001353            OPEN INPUT SUSPENSE-ARQ.
001354            IF WS-MODO-ELIMINACAO
001355                OPEN OUTPUT SUSPENSE-ARQ-SAI
001356            END-IF.
001357*
001358            IF WS-FS-SUSPENSO-ARQ NOT = "00" AND NOT = "05"
001359               OR (WS-MODO-ELIMINACAO
001360                   AND WS-FS-SUSPENSO-ARQ-SAI NOT = "00")
001361                DISPLAY 'ERRO SEVERO NO ARQUIVAMENTO DE SUSPENSO '
001362                    'FS=' WS-FS-SUSPENSO-ARQ ' '
001363                    WS-FS-SUSPENSO-ARQ-SAI
001364                PERFORM 7900-MARCAR-ERRO
001365            ELSE
001366                IF WS-FS-SUSPENSO-ARQ = "05"
001367                    MOVE "AUSENTE " TO WS-SITUACAO-ARQUIVO
001368                END-IF
001369                PERFORM UNTIL WS-ACABOU-ARQUIVO
001370                    READ SUSPENSE-ARQ
001371                        AT END
001372                            SET WS-ACABOU-ARQUIVO TO TRUE
001373                        NOT AT END
001374                            ADD 1 TO WS-CONT-LIDOS
001375                            PERFORM 4400-EXAMINAR-SUSPARQ
001376                    END-READ
001377                END-PERFORM
001378            END-IF.
001379*
001380            CLOSE SUSPENSE-ARQ.
001381            IF WS-MODO-ELIMINACAO
001382                CLOSE SUSPENSE-ARQ-SAI
001383            END-IF.
001384*
001385            PERFORM 7500-REGISTRAR-ARQUIVO.
001386*
001387**----------------------------------------------------------------*
001388        4400-EXAMINAR-SUSPARQ.
001389**----------------------------------------------------------------*
001390            IF SQ-NOME = WS-NOME-TITULAR
001391                MOVE "SP-NOME           " TO WS-DET-CAMPO
001392                MOVE SPACES TO WS-DET-ID
001393                MOVE SQ-DATA-EXECUCAO TO WS-DET-DATA
001394                MOVE SQ-HORA-EXECUCAO TO WS-DET-HORA
001395                MOVE SQ-ORIGEM TO WS-DET-COMPLEMENTO
001396                PERFORM 7200-EMITIR-OCORRENCIA
001397                IF WS-MODO-ELIMINACAO
001398                    MOVE WS-PSEUDONIMO TO SQ-NOME
001399                    ADD 1 TO WS-CONT-ALTERADOS
001400                END-IF
001401            END-IF.
001402*
001403            IF WS-MODO-ELIMINACAO
001404                WRITE WS-SUSPENSO-ARQ-SAI-RECORD
001405                    FROM WS-SUSPENSO-ARQ-RECORD
001406                IF WS-FS-SUSPENSO-ARQ-SAI NOT = "00"
001407                    DISPLAY 'ERRO AO GRAVAR SUSARSAI - FS='
001408                        WS-FS-SUSPENSO-ARQ-SAI
001409                    PERFORM 7900-MARCAR-ERRO
001410                END-IF
001411            END-IF.
001412*
001413**----------------------------------------------------------------*
001414        4600-TRATAR-SUSRESOL.
001415**----------------------------------------------------------------*
001416            MOVE "SUSRESOL" TO WS-NOME-ARQUIVO.
001417            PERFORM 7000-ZERAR-CONTADORES.
001418*
001419            OPEN INPUT SUSPENSE-RESOL.
001420            IF WS-MODO-ELIMINACAO
001421                OPEN OUTPUT SUSPENSE-RESOL-SAI
001422            END-IF.
001423*
001424            IF WS-FS-SUSRESOL NOT = "00" AND NOT = "05"
001425               OR (WS-MODO-ELIMINACAO
001426                   AND WS-FS-SUSRESOL-SAI NOT = "00")
001427                DISPLAY 'ERRO SEVERO NOS SUSPENSOS RESOLVIDOS '
001428                    'FS=' WS-FS-SUSRESOL ' ' WS-FS-SUSRESOL-SAI
001429                PERFORM 7900-MARCAR-ERRO
001430            ELSE
001431                IF WS-FS-SUSRESOL = "05"
001432                    MOVE "AUSENTE " TO WS-SITUACAO-ARQUIVO
001433                END-IF
001434                PERFORM UNTIL WS-ACABOU-ARQUIVO
001435                    READ SUSPENSE-RESOL
001436                        AT END
001437                            SET WS-ACABOU-ARQUIVO TO TRUE
001438                        NOT AT END
001439                            ADD 1 TO WS-CONT-LIDOS
001440                            PERFORM 4700-EXAMINAR-SUSRESOL
001441                    END-READ
001442                END-PERFORM
001443            END-IF.
001444*
001445            CLOSE SUSPENSE-RESOL.
001446            IF WS-MODO-ELIMINACAO
001447                CLOSE SUSPENSE-RESOL-SAI
001448            END-IF.
001449*
001450            PERFORM 7500-REGISTRAR-ARQUIVO.
001451*
001452**----------------------------------------------------------------*
001453        4700-EXAMINAR-SUSRESOL.
001454**----------------------------------------------------------------*
001455            IF SR-NOME = WS-NOME-TITULAR
001456                MOVE "SR-NOME           " TO WS-DET-CAMPO
001457                MOVE SPACES TO WS-DET-ID
001458                MOVE SR-DATA-EXECUCAO TO WS-DET-DATA
001459                MOVE SR-HORA-EXECUCAO TO WS-DET-HORA
001460                MOVE SPACES TO WS-DET-COMPLEMENTO
001461                STRING SR-ORIGEM ' DECISAO ' SR-DECISAO
001462                    DELIMITED BY SIZE INTO WS-DET-COMPLEMENTO
001463                PERFORM 7200-EMITIR-OCORRENCIA
001464                IF WS-MODO-ELIMINACAO
001465                    MOVE WS-PSEUDONIMO TO SR-NOME
001466                    ADD 1 TO WS-CONT-ALTERADOS
001467                END-IF
001468            END-IF.
001469*
001470            IF WS-MODO-ELIMINACAO
001471                WRITE WS-SUSRESOL-SAI-RECORD
001472                    FROM SR-RESOLVED-RECORD
001473                IF WS-FS-SUSRESOL-SAI NOT = "00"
001474                    DISPLAY 'ERRO AO GRAVAR SUSRESAI - FS='
001475                        WS-FS-SUSRESOL-SAI
001476                    PERFORM 7900-MARCAR-ERRO
001477                END-IF
001478            END-IF.
001479*
001480**----------------------------------------------------------------*
001481        4800-TRATAR-PENDENTE.
001482**----------------------------------------------------------------*
001483            MOVE "PENDENTE" TO WS-NOME-ARQUIVO.
001484            PERFORM 7000-ZERAR-CONTADORES.
001485*
001486            OPEN INPUT PENDING-FILE.
001487            IF WS-MODO-ELIMINACAO
001488                OPEN OUTPUT PENDING-SAI
001489            END-IF.
001490*
001491            IF WS-FS-PENDENTE NOT = "00" AND NOT = "05"
001492               OR (WS-MODO-ELIMINACAO
001493                   AND WS-FS-PENDENTE-SAI NOT = "00")
001494                DISPLAY 'ERRO SEVERO NAS TRANSACOES PENDENTES '
001495                    'FS=' WS-FS-PENDENTE ' ' WS-FS-PENDENTE-SAI
001496                PERFORM 7900-MARCAR-ERRO
001497            ELSE
001498                IF WS-FS-PENDENTE = "05"
001499                    MOVE "AUSENTE " TO WS-SITUACAO-ARQUIVO
001500                END-IF
001501                PERFORM UNTIL WS-ACABOU-ARQUIVO
001502                    READ PENDING-FILE
001503                        AT END
001504                            SET WS-ACABOU-ARQUIVO TO TRUE
001505                        NOT AT END
001506                            ADD 1 TO WS-CONT-LIDOS
001507                            PERFORM 4810-EXAMINAR-PENDENTE
001508                    END-READ
001509                END-PERFORM
001510            END-IF.
001511*
001512            CLOSE PENDING-FILE.
001513            IF WS-MODO-ELIMINACAO
001514                CLOSE PENDING-SAI
001515            END-IF.
001516*
001517            PERFORM 7500-REGISTRAR-ARQUIVO.
001518*
001519**----------------------------------------------------------------*
001520        4810-EXAMINAR-PENDENTE.
001521**----------------------------------------------------------------*
001522            IF PD-NOME = WS-NOME-TITULAR
001523                MOVE "PD-NOME           " TO WS-DET-CAMPO
001524                MOVE PD-ID TO WS-DET-ID
001525                MOVE PD-DATA-ENTRADA TO WS-DET-DATA
001526                MOVE PD-HORA-ENTRADA TO WS-DET-HORA
001527                MOVE SPACES TO WS-DET-COMPLEMENTO
001528                STRING 'PEND ' PD-NUMERO ' ' PD-TIPO-TRANSACAO
001529                    DELIMITED BY SIZE INTO WS-DET-COMPLEMENTO
001530                PERFORM 7200-EMITIR-OCORRENCIA
001531                IF WS-MODO-ELIMINACAO
001532                    MOVE WS-PSEUDONIMO TO PD-NOME
001533                    ADD 1 TO WS-CONT-ALTERADOS
001534                END-IF
001535            END-IF.
001536*
001537            IF WS-MODO-ELIMINACAO
001538                WRITE WS-PENDENTE-SAI-RECORD
001539                    FROM PD-PENDING-RECORD
001540                IF WS-FS-PENDENTE-SAI NOT = "00"
001541                    DISPLAY 'ERRO AO GRAVAR PENDSAI - FS='
001542                        WS-FS-PENDENTE-SAI
001543                    PERFORM 7900-MARCAR-ERRO
001544                END-IF
001545            END-IF.
001546*
001547**----------------------------------------------------------------*
001548        4850-TRATAR-PENDRESOL.
001549**----------------------------------------------------------------*
001550            MOVE "PENDRES " TO WS-NOME-ARQUIVO.
001551            PERFORM 7000-ZERAR-CONTADORES.
001552*
001553            OPEN INPUT PENDING-RESOL.
001554            IF WS-MODO-ELIMINACAO
001555                OPEN OUTPUT PENDING-RESOL-SAI
001556            END-IF.
001557*
001558            IF WS-FS-PENDRESOL NOT = "00" AND NOT = "05"
001559               OR (WS-MODO-ELIMINACAO
001560                   AND WS-FS-PENDRESOL-SAI NOT = "00")
001561                DISPLAY 'ERRO SEVERO NAS PENDENCIAS RESOLVIDAS '
001562                    'FS=' WS-FS-PENDRESOL ' ' WS-FS-PENDRESOL-SAI
001563                PERFORM 7900-MARCAR-ERRO
001564            ELSE
001565                IF WS-FS-PENDRESOL = "05"
001566                    MOVE "AUSENTE " TO WS-SITUACAO-ARQUIVO
001567                END-IF
001568                PERFORM UNTIL WS-ACABOU-ARQUIVO
001569                    READ PENDING-RESOL
001570                        AT END
001571                            SET WS-ACABOU-ARQUIVO TO TRUE
001572                        NOT AT END
001573                            ADD 1 TO WS-CONT-LIDOS
001574                            PERFORM 4860-EXAMINAR-PENDRESOL
001575                    END-READ
001576                END-PERFORM
001577            END-IF.
001578*
001579            CLOSE PENDING-RESOL.
001580            IF WS-MODO-ELIMINACAO
001581                CLOSE PENDING-RESOL-SAI
001582            END-IF.
001583*
001584            PERFORM 7500-REGISTRAR-ARQUIVO.
001585*
001586**----------------------------------------------------------------*
001587        4860-EXAMINAR-PENDRESOL.
001588**----------------------------------------------------------------*
001589            IF PR-NOME = WS-NOME-TITULAR
001590                MOVE "PR-NOME           " TO WS-DET-CAMPO
001591                MOVE PR-ID TO WS-DET-ID
001592                MOVE PR-DATA-DECISAO TO WS-DET-DATA
001593                MOVE PR-HORA-DECISAO TO WS-DET-HORA
001594                MOVE SPACES TO WS-DET-COMPLEMENTO
001595                STRING 'PEND ' PR-NUMERO ' ' PR-DECISAO
001596                    DELIMITED BY SIZE INTO WS-DET-COMPLEMENTO
001597                PERFORM 7200-EMITIR-OCORRENCIA
001598                IF WS-MODO-ELIMINACAO
001599                    MOVE WS-PSEUDONIMO TO PR-NOME
001600                    ADD 1 TO WS-CONT-ALTERADOS
001601                END-IF
001602            END-IF.
001603*
001604            IF WS-MODO-ELIMINACAO
001605                WRITE WS-PENDRESOL-SAI-RECORD
001606                    FROM PR-RESOLVED-RECORD
001607                IF WS-FS-PENDRESOL-SAI NOT = "00"
001608                    DISPLAY 'ERRO AO GRAVAR PENDRSAI - FS='
001609                        WS-FS-PENDRESOL-SAI
001610                    PERFORM 7900-MARCAR-ERRO
001611                END-IF
001612            END-IF.
001613*
001614**----------------------------------------------------------------*
001615        4900-TRATAR-TRANSACAO.
001616**----------------------------------------------------------------*
001617*    TRANSACOES JA APROVADAS QUE O COBOL006 AINDA NAO APLICOU
001618*    (O COBOLJOB ESVAZIA O ARQUIVO DEPOIS DA PROMOCAO).
001619*
001620            MOVE "TRANSAC " TO WS-NOME-ARQUIVO.
001621            PERFORM 7000-ZERAR-CONTADORES.
001622*
001623            OPEN INPUT TRANS-FILE.
001624            IF WS-MODO-ELIMINACAO
001625                OPEN OUTPUT TRANS-SAI
001626            END-IF.
001627*
001628            IF WS-FS-TRANSACAO NOT = "00" AND NOT = "05"
001629               OR (WS-MODO-ELIMINACAO
001630                   AND WS-FS-TRANSACAO-SAI NOT = "00")
001631                DISPLAY 'ERRO SEVERO NAS TRANSACOES APROVADAS '
001632                    'FS=' WS-FS-TRANSACAO ' ' WS-FS-TRANSACAO-SAI
001633                PERFORM 7900-MARCAR-ERRO
001634            ELSE
001635                IF WS-FS-TRANSACAO = "05"
001636                    MOVE "AUSENTE " TO WS-SITUACAO-ARQUIVO
001637                END-IF
001638                PERFORM UNTIL WS-ACABOU-ARQUIVO
001639                    READ TRANS-FILE
001640                        AT END
001641                            SET WS-ACABOU-ARQUIVO TO TRUE
001642                        NOT AT END
001643                            ADD 1 TO WS-CONT-LIDOS
001644                            PERFORM 4910-EXAMINAR-TRANSACAO
001645                    END-READ
001646                END-PERFORM
001647            END-IF.
001648*
001649            CLOSE TRANS-FILE.
001650            IF WS-MODO-ELIMINACAO
001651                CLOSE TRANS-SAI
001652            END-IF.
001653*
001654            PERFORM 7500-REGISTRAR-ARQUIVO.
001655*
001656**----------------------------------------------------------------*
001657        4910-EXAMINAR-TRANSACAO.
001658**----------------------------------------------------------------*
001659            IF TR-NOME = WS-NOME-TITULAR
001660                MOVE "TR-NOME           " TO WS-DET-CAMPO
001661                MOVE TR-ID TO WS-DET-ID
001662                MOVE SPACES TO WS-DET-DATA
001663                MOVE SPACES TO WS-DET-HORA
001664                MOVE SPACES TO WS-DET-COMPLEMENTO
001665                STRING 'TIPO ' TR-TIPO-TRANSACAO
001666                    DELIMITED BY SIZE INTO WS-DET-COMPLEMENTO
001667                PERFORM 7200-EMITIR-OCORRENCIA
001668                IF WS-MODO-ELIMINACAO
001669                    MOVE WS-PSEUDONIMO TO TR-NOME
001670                    ADD 1 TO WS-CONT-ALTERADOS
001671                END-IF
001672            END-IF.
001673*
001674            IF WS-MODO-ELIMINACAO
001675                WRITE WS-TRANSACAO-SAI-RECORD
001676                    FROM TR-TRANSACTION-RECORD
001677                IF WS-FS-TRANSACAO-SAI NOT = "00"
001678                    DISPLAY 'ERRO AO GRAVAR TRANSAI - FS='
001679                        WS-FS-TRANSACAO-SAI
001680                    PERFORM 7900-MARCAR-ERRO
001681                END-IF
001682            END-IF.
001683*
001684**----------------------------------------------------------------*
001685        5000-TRATAR-MASTOUT.
001686**----------------------------------------------------------------*
001687*    VARRE O MESTRE INTEIRO PELA CHAVE PRIMARIA (O INDICE POR NOME
001688*    PODE ESTAR DESATUALIZADO ATE O PROXIMO BLDINDEX). NA
001689*    ELIMINACAO O REGISTRO E REGRAVADO NO LUGAR SO COM MR-NOME
001690*    TROCADO - MR-ID, DATA, STATUS E ORIGEM FICAM COMO ESTAO, E O
001691*    JOB REFAZ O INDICE ALTERNATIVO LOGO DEPOIS.
001692*
001693            MOVE "MASTOUT " TO WS-NOME-ARQUIVO.
001694            PERFORM 7000-ZERAR-CONTADORES.
001695*
001696            IF WS-MODO-ELIMINACAO
001697                OPEN I-O MASTER-FILE
001698            ELSE
001699                OPEN INPUT MASTER-FILE
001700            END-IF.
001701*
001702            IF WS-FS-MASTER NOT = "00"
001703                DISPLAY 'ERRO SEVERO AO ABRIR MASTOUT - FS='
001704                    WS-FS-MASTER
001705                PERFORM 7900-MARCAR-ERRO
001706            ELSE
001707                PERFORM UNTIL WS-ACABOU-ARQUIVO
001708                    READ MASTER-FILE NEXT RECORD
001709                        AT END
001710                            SET WS-ACABOU-ARQUIVO TO TRUE
001711                        NOT AT END
001712                            ADD 1 TO WS-CONT-LIDOS
001713                            PERFORM 5100-EXAMINAR-MASTOUT
001714                    END-READ
001715                END-PERFORM
001716                CLOSE MASTER-FILE
001717            END-IF.
001718*
001719            PERFORM 7500-REGISTRAR-ARQUIVO.
001720*
001721**----------------------------------------------------------------*
001722        5100-EXAMINAR-MASTOUT.
001723**----------------------------------------------------------------*
001724            IF MR-NOME = WS-NOME-TITULAR
001725                MOVE "MR-NOME           " TO WS-DET-CAMPO
001726                MOVE MR-ID TO WS-DET-ID
001727                MOVE MR-DATA-EXECUCAO TO WS-DET-DATA
001728                MOVE SPACES TO WS-DET-HORA
001729                MOVE SPACES TO WS-DET-COMPLEMENTO
001730                STRING 'STATUS ' MR-STATUS ' ' MR-ORIGEM
001731                    DELIMITED BY SIZE INTO WS-DET-COMPLEMENTO
001732                PERFORM 7200-EMITIR-OCORRENCIA
001733                IF WS-MODO-ELIMINACAO
001734                    MOVE WS-PSEUDONIMO TO MR-NOME
001735                    REWRITE MR-MASTER-RECORD
001736                    IF WS-FS-MASTER NOT = "00"
001737                        DISPLAY 'ERRO AO REGRAVAR MASTOUT ID '
001738                            MR-ID ' - FS=' WS-FS-MASTER
001739                        PERFORM 7900-MARCAR-ERRO
001740                    ELSE
001741                        ADD 1 TO WS-CONT-ALTERADOS
001742                    END-IF
001743                END-IF
001744            END-IF.
001745*
001746**----------------------------------------------------------------*
001747        5500-TRATAR-MASTARQ.
001748**----------------------------------------------------------------*
001749*    OS INATIVOS ARQUIVADOS PELO COBOL036 SAIRAM DO MESTRE MAS
001750*    GUARDAM O NOME NA IMAGEM DO MASTARQ. MESMO TRATAMENTO DO
001751*    MESTRE: VARREDURA PELA CHAVE E, NA ELIMINACAO, SO MA-NOME E
001752*    TROCADO. SEM O MASTARQ (NADA ARQUIVADO AINDA) O ARQUIVO SAI
001753*    COMO AUSENTE NO RESUMO.
001754*
001755            MOVE "MASTARQ " TO WS-NOME-ARQUIVO.
001756            PERFORM 7000-ZERAR-CONTADORES.
001757*
001758            IF WS-MODO-ELIMINACAO
001759                OPEN I-O ARCHIVE-FILE
001760            ELSE
001761                OPEN INPUT ARCHIVE-FILE
001762            END-IF.
001763*
001764            IF WS-FS-ARQUIVO NOT = "00" AND NOT = "05"
001765                DISPLAY 'ERRO SEVERO AO ABRIR MASTARQ - FS='
001766                    WS-FS-ARQUIVO
001767                PERFORM 7900-MARCAR-ERRO
001768            ELSE
001769                IF WS-FS-ARQUIVO = "05"
001770                    MOVE "AUSENTE " TO WS-SITUACAO-ARQUIVO
001771                END-IF
001772                PERFORM UNTIL WS-ACABOU-ARQUIVO
001773                    READ ARCHIVE-FILE NEXT RECORD
001774                        AT END
001775                            SET WS-ACABOU-ARQUIVO TO TRUE
001776                        NOT AT END
001777                            ADD 1 TO WS-CONT-LIDOS
001778                            PERFORM 5600-EXAMINAR-MASTARQ
001779                    END-READ
001780                END-PERFORM
001781                CLOSE ARCHIVE-FILE
001782            END-IF.
001783*
001784            PERFORM 7500-REGISTRAR-ARQUIVO.
001785*
001786**----------------------------------------------------------------*
001787        5600-EXAMINAR-MASTARQ.
001788**----------------------------------------------------------------*
001789            IF MA-NOME = WS-NOME-TITULAR
001790                MOVE "MA-NOME           " TO WS-DET-CAMPO
001791                MOVE MA-ID TO WS-DET-ID
001792                MOVE MA-DATA-ARQUIVAMENTO TO WS-DET-DATA
001793                MOVE MA-HORA-ARQUIVAMENTO TO WS-DET-HORA
001794                MOVE SPACES TO WS-DET-COMPLEMENTO
001795                STRING 'SITUACAO ' MA-SITUACAO ' ' MA-ORIGEM
001796                    DELIMITED BY SIZE INTO WS-DET-COMPLEMENTO
001797                PERFORM 7200-EMITIR-OCORRENCIA
001798                IF WS-MODO-ELIMINACAO
001799                    MOVE WS-PSEUDONIMO TO MA-NOME
001800                    REWRITE MA-ARQUIVO-RECORD
001801                    IF WS-FS-ARQUIVO NOT = "00"
001802                        DISPLAY 'ERRO AO REGRAVAR MASTARQ ID '
001803                            MA-ID ' - FS=' WS-FS-ARQUIVO
001804                        PERFORM 7900-MARCAR-ERRO
001805                    ELSE
001806                        ADD 1 TO WS-CONT-ALTERADOS
001807                    END-IF
001808                END-IF
001809            END-IF.
001810*
001811**----------------------------------------------------------------*
001812        6000-TRATAR-CATALOGO.
001813**----------------------------------------------------------------*
001814*    O CATALOGO TEM O NOME COMO CHAVE: NA ELIMINACAO O REGISTRO E
001815*    EXCLUIDO E GRAVADO DE NOVO SOB O PSEUDONIMO, COM AS MESMAS
001816*    DATAS E CONTAGENS. SE O PSEUDONIMO JA ESTIVER CATALOGADO
001817*    (PEDIDO REPETIDO DEPOIS DE NOVAS CARGAS DO MESMO NOME), FICA
001818*    O REGISTRO EXISTENTE - O COBOL013 REFAZ AS CONTAGENS A
001819*    PARTIR DO MESTRE NO PROXIMO CICLO.
001820*
001821            MOVE "CATALOGO" TO WS-NOME-ARQUIVO.
001822            PERFORM 7000-ZERAR-CONTADORES.
001823*
001824            IF WS-MODO-ELIMINACAO
001825                OPEN I-O CATALOG-FILE
001826            ELSE
001827                OPEN INPUT CATALOG-FILE
001828            END-IF.
001829*
001830            IF WS-FS-CATALOGO NOT = "00" AND NOT = "05"
001831                DISPLAY 'ERRO SEVERO AO ABRIR CATALOGO - FS='
001832                    WS-FS-CATALOGO
001833                PERFORM 7900-MARCAR-ERRO
001834            ELSE
001835                IF WS-FS-CATALOGO = "05"
001836                    MOVE "AUSENTE " TO WS-SITUACAO-ARQUIVO
001837                END-IF
001838                MOVE WS-NOME-TITULAR TO CT-NOME
001839                READ CATALOG-FILE
001840                    INVALID KEY
001841                        CONTINUE
001842                    NOT INVALID KEY
001843                        ADD 1 TO WS-CONT-LIDOS
001844                        PERFORM 6100-EXAMINAR-CATALOGO
001845                END-READ
001846                CLOSE CATALOG-FILE
001847            END-IF.
001848*
001849            PERFORM 7500-REGISTRAR-ARQUIVO.
001850*
001851**----------------------------------------------------------------*
001852        6100-EXAMINAR-CATALOGO.
001853**----------------------------------------------------------------*
001854            MOVE "CT-NOME           " TO WS-DET-CAMPO.
001855            MOVE SPACES TO WS-DET-ID.
001856            MOVE CT-DATA-ULTIMA TO WS-DET-DATA.
001857            MOVE SPACES TO WS-DET-HORA.
001858            MOVE SPACES TO WS-DET-COMPLEMENTO.
001859            STRING 'EXEC ' CT-CONT-EXECUCOES
001860                DELIMITED BY SIZE INTO WS-DET-COMPLEMENTO.
001861            PERFORM 7200-EMITIR-OCORRENCIA.
001862*
001863            IF WS-MODO-ELIMINACAO
001864                DELETE CATALOG-FILE
001865                IF WS-FS-CATALOGO NOT = "00"
001866                    DISPLAY 'ERRO AO EXCLUIR DO CATALOGO - FS='
001867                        WS-FS-CATALOGO
001868                    PERFORM 7900-MARCAR-ERRO
001869                ELSE
001870                    MOVE WS-PSEUDONIMO TO CT-NOME
001871                    WRITE CT-CATALOG-RECORD
001872                    IF WS-FS-CATALOGO NOT = "00"
001873                       AND WS-FS-CATALOGO NOT = "22"
001874                        DISPLAY 'ERRO AO GRAVAR NO CATALOGO - FS='
001875                            WS-FS-CATALOGO
001876                        PERFORM 7900-MARCAR-ERRO
001877                    ELSE
001878                        ADD 1 TO WS-CONT-ALTERADOS
001879                    END-IF
001880                END-IF
001881            END-IF.
001882*
001883**----------------------------------------------------------------*
001884        7000-ZERAR-CONTADORES.
001885**----------------------------------------------------------------*
001886            MOVE "N" TO WS-ARQUIVO-FIM.
001887            MOVE "OK      " TO WS-SITUACAO-ARQUIVO.
001888            MOVE ZERO TO WS-CONT-LIDOS.
001889            MOVE ZERO TO WS-CONT-OCORRENCIAS.
001890            MOVE ZERO TO WS-CONT-ALTERADOS.
001891            MOVE ZERO TO WS-CONT-RECHECADOS.
001892*
001893**----------------------------------------------------------------*
001894        7200-EMITIR-OCORRENCIA.
001895**----------------------------------------------------------------*
001896*    UMA LINHA POR CAMPO ONDE O NOME FOI ENCONTRADO. O CHAMADOR
001897*    PREENCHE CAMPO, ID, DATA, HORA E COMPLEMENTO.
001898*
001899            MOVE WS-NOME-ARQUIVO TO WS-DET-ARQUIVO.
001900            IF WS-MODO-ELIMINACAO
001901                MOVE "PSEUDONIMIZADO" TO WS-DET-ACAO
001902            ELSE
001903                MOVE "LOCALIZADO    " TO WS-DET-ACAO
001904            END-IF.
001905            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-DETALHE.
001906            ADD 1 TO WS-CONT-OCORRENCIAS.
001907*
001908**----------------------------------------------------------------*
001909        7500-REGISTRAR-ARQUIVO.
001910**----------------------------------------------------------------*
001911*    GUARDA AS CONTAGENS DO ARQUIVO QUE ACABOU DE SER TRATADO NA
001912*    TABELA DO RESUMO E DO CERTIFICADO.
001913*
001914            IF WS-CONT-TABELA-ARQ < WS-MAX-TABELA-ARQ
001915                ADD 1 TO WS-CONT-TABELA-ARQ
001916                MOVE WS-NOME-ARQUIVO
001917                    TO WS-TAB-ARQUIVO(WS-CONT-TABELA-ARQ)
001918                MOVE WS-SITUACAO-ARQUIVO
001919                    TO WS-TAB-SITUACAO(WS-CONT-TABELA-ARQ)
001920                MOVE WS-CONT-LIDOS
001921                    TO WS-TAB-LIDOS(WS-CONT-TABELA-ARQ)
001922                MOVE WS-CONT-OCORRENCIAS
001923                    TO WS-TAB-OCORRENCIAS(WS-CONT-TABELA-ARQ)
001924                MOVE WS-CONT-ALTERADOS
001925                    TO WS-TAB-ALTERADOS(WS-CONT-TABELA-ARQ)
001926            END-IF.
001927*
001928            ADD WS-CONT-OCORRENCIAS TO WS-TOT-OCORRENCIAS.
001929            ADD WS-CONT-ALTERADOS TO WS-TOT-ALTERADOS.
001930*
001931**----------------------------------------------------------------*
001932        7800-EMITIR-RESUMO.
001933**----------------------------------------------------------------*
001934            MOVE SPACES TO WS-LINHA-RELATORIO.
001935            WRITE WS-LINHA-RELATORIO.
001936*
001937            PERFORM VARYING WS-IDX-ARQ FROM 1 BY 1
001938                    UNTIL WS-IDX-ARQ > WS-CONT-TABELA-ARQ
001939                PERFORM 7850-MONTAR-LINHA-RESUMO
001940                WRITE WS-LINHA-RELATORIO FROM WS-LINHA-RESUMO
001941            END-PERFORM.
001942*
001943            MOVE SPACES TO WS-LINHA-RELATORIO.
001944            WRITE WS-LINHA-RELATORIO.
001945*
001946            MOVE "TOTAL DE OCORRENCIAS          "
001947                TO WS-CON-ROTULO.
001948            MOVE WS-TOT-OCORRENCIAS TO WS-CON-QTD.
001949            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
001950*
001951            MOVE "TOTAL DE REGISTROS ALTERADOS  "
001952                TO WS-CON-ROTULO.
001953            MOVE WS-TOT-ALTERADOS TO WS-CON-QTD.
001954            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
001955*
001956            IF RETURN-CODE >= WS-RC-ERRO-SEVERO
001957                MOVE SPACES TO WS-LINHA-RELATORIO
001958                MOVE 'PEDIDO INTERROMPIDO POR ERRO - VER SYSOUT'
001959                    TO WS-LINHA-RELATORIO
001960                WRITE WS-LINHA-RELATORIO
001961            END-IF.
001962*
001963            DISPLAY 'PEDIDO LGPD ' WS-PROTOCOLO
001964                ' OCORRENCIAS ' WS-TOT-OCORRENCIAS
001965                ' ALTERADOS ' WS-TOT-ALTERADOS.
001966*
001967**----------------------------------------------------------------*
001968        7850-MONTAR-LINHA-RESUMO.
001969**----------------------------------------------------------------*
001970            MOVE WS-TAB-ARQUIVO(WS-IDX-ARQ) TO WS-RES-ARQUIVO.
001971            MOVE WS-TAB-SITUACAO(WS-IDX-ARQ) TO WS-RES-SITUACAO.
001972            MOVE WS-TAB-LIDOS(WS-IDX-ARQ) TO WS-RES-LIDOS.
001973            MOVE WS-TAB-OCORRENCIAS(WS-IDX-ARQ)
001974                TO WS-RES-OCORRENCIAS.
001975            MOVE WS-TAB-ALTERADOS(WS-IDX-ARQ) TO WS-RES-ALTERADOS.
001976*
001977**----------------------------------------------------------------*
001978        7900-MARCAR-ERRO.
001979**----------------------------------------------------------------*
001980            MOVE "ERRO    " TO WS-SITUACAO-ARQUIVO.
001981            SET WS-ACABOU-ARQUIVO TO TRUE.
001982            MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE.
001983*
001984**----------------------------------------------------------------*
001985        8000-EMITIR-CERTIFICADO.
001986**----------------------------------------------------------------*
001987*    ACRESCENTA AO CERTLGPD O CERTIFICADO DESTA EXECUCAO, ACEITA
001988*    OU NAO: PROTOCOLO, TIPO, SOLICITANTE, MOMENTO, PSEUDONIMO (NA
001989*    ELIMINACAO), CONTAGENS POR ARQUIVO E O DESFECHO. O NOME DO
001990*    TITULAR NAO E GRAVADO AQUI.
001991*
001992            OPEN EXTEND CERT-FILE.
001993*
001994            IF WS-FS-CERTIFICADO NOT = "00"
001995                DISPLAY 'ERRO SEVERO AO ABRIR CERTLGPD - FS='
001996                    WS-FS-CERTIFICADO
001997                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
001998            ELSE
001999                WRITE WS-LINHA-CERTIFICADO
002000                    FROM WS-LINHA-CERT-SEPARADOR
002001*
002002                MOVE "CERTIFICADO LGPD    " TO WS-CRT-ROTULO
002003                MOVE "PROGRAMA COBOL030 - CPD INEFE"
002004                    TO WS-CRT-VALOR
002005                WRITE WS-LINHA-CERTIFICADO
002006                    FROM WS-LINHA-CERT-CAMPO
002007*
002008                MOVE "PROTOCOLO           " TO WS-CRT-ROTULO
002009                MOVE WS-PROTOCOLO TO WS-CRT-VALOR
002010                WRITE WS-LINHA-CERTIFICADO
002011                    FROM WS-LINHA-CERT-CAMPO
002012*
002013                MOVE "TIPO DO PEDIDO      " TO WS-CRT-ROTULO
002014                EVALUATE TRUE
002015                    WHEN WS-MODO-ACESSO
002016                        MOVE "ACESSO" TO WS-CRT-VALOR
002017                    WHEN WS-MODO-ELIMINACAO
002018                        MOVE "ELIMINACAO" TO WS-CRT-VALOR
002019                    WHEN OTHER
002020                        MOVE "INDEFINIDO" TO WS-CRT-VALOR
002021                END-EVALUATE
002022                WRITE WS-LINHA-CERTIFICADO
002023                    FROM WS-LINHA-CERT-CAMPO
002024*
002025                MOVE "SOLICITANTE         " TO WS-CRT-ROTULO
002026                MOVE WS-SOLICITANTE TO WS-CRT-VALOR
002027                WRITE WS-LINHA-CERTIFICADO
002028                    FROM WS-LINHA-CERT-CAMPO
002029*
002030                MOVE WS-DATA-MAQUINA TO WS-CRT-EXE-DATA
002031                MOVE WS-DH-HORA TO WS-CRT-EXE-HORA
002032                MOVE WS-DH-DATA TO WS-CRT-EXE-DATAPROC
002033                MOVE "EXECUTADO EM        " TO WS-CRT-ROTULO
002034                MOVE WS-CRT-EXECUCAO TO WS-CRT-VALOR
002035                WRITE WS-LINHA-CERTIFICADO
002036                    FROM WS-LINHA-CERT-CAMPO
002037*
002038                IF RETURN-CODE >= WS-RC-ERRO-DADOS
002039                   AND WS-CONT-TABELA-ARQ = ZERO
002040                    MOVE "PEDIDO RECUSADO     " TO WS-CRT-ROTULO
002041                    MOVE WS-MOTIVO-RECUSA TO WS-CRT-VALOR
002042                    WRITE WS-LINHA-CERTIFICADO
002043                        FROM WS-LINHA-CERT-CAMPO
002044                ELSE
002045                    PERFORM 8100-CERTIFICAR-ARQUIVOS
002046                END-IF
002047*
002048                CLOSE CERT-FILE
002049            END-IF.
002050*
002051**----------------------------------------------------------------*
002052        8100-CERTIFICAR-ARQUIVOS.
002053**----------------------------------------------------------------*
002054            IF WS-MODO-ELIMINACAO
002055                MOVE "PSEUDONIMO APLICADO " TO WS-CRT-ROTULO
002056                MOVE WS-PSEUDONIMO TO WS-CRT-VALOR
002057                WRITE WS-LINHA-CERTIFICADO
002058                    FROM WS-LINHA-CERT-CAMPO
002059            END-IF.
002060*
002061            PERFORM VARYING WS-IDX-ARQ FROM 1 BY 1
002062                    UNTIL WS-IDX-ARQ > WS-CONT-TABELA-ARQ
002063                PERFORM 7850-MONTAR-LINHA-RESUMO
002064                WRITE WS-LINHA-CERTIFICADO FROM WS-LINHA-RESUMO
002065            END-PERFORM.
002066*
002067            IF WS-MODO-ELIMINACAO
002068                MOVE WS-TOT-RECHECADOS TO WS-CAD-RECHECADOS
002069                WRITE WS-LINHA-CERTIFICADO FROM WS-LINHA-CADEIA
002070            END-IF.
002071*
002072            MOVE "RESULTADO           " TO WS-CRT-ROTULO.
002073            EVALUATE TRUE
002074                WHEN RETURN-CODE >= WS-RC-ERRO-SEVERO
002075                    MOVE "INTERROMPIDO POR ERRO - REFAZER"
002076                        TO WS-CRT-VALOR
002077                WHEN WS-TOT-OCORRENCIAS = ZERO
002078                    MOVE "NENHUMA OCORRENCIA DO NOME NOS ARQUIVOS"
002079                        TO WS-CRT-VALOR
002080                WHEN WS-MODO-ELIMINACAO
002081                    MOVE "NOME SUBSTITUIDO PELO PSEUDONIMO"
002082                        TO WS-CRT-VALOR
002083                WHEN OTHER
002084                    MOVE "OCORRENCIAS LISTADAS NO RELLGPD"
002085                        TO WS-CRT-VALOR
002086            END-EVALUATE.
002087            WRITE WS-LINHA-CERTIFICADO
002088                FROM WS-LINHA-CERT-CAMPO.
002089*
002090**----------------------------------------------------------------*
002091        9700-REGISTRAR-RESULTADO.
002092**----------------------------------------------------------------*
002093*    GRAVA NO ARQUIVO CENTRAL DE MENSAGENS (MENSAGEM) O
002094*    DESFECHO DA EXECUCAO QUANDO HOUVE ALGO ACIONAVEL
002095*    (RETURN-CODE >= 4); O RELATORIO DE EXCECOES DO COBOL020 E
002096*    MONTADO DALI, EM VEZ DE O OPERADOR GARIMPAR O SYSOUT.
002097*
002098            IF RETURN-CODE >= WS-RC-AVISO
002099                IF RETURN-CODE >= WS-RC-ERRO-DADOS
002100                    MOVE "E" TO WS-MSG-SEVERIDADE
002101                    MOVE 'PEDIDO LGPD NAO ATENDIDO - VER CERTLGPD'
002102                        TO WS-MSG-TEXTO
002103                ELSE
002104                    MOVE "A" TO WS-MSG-SEVERIDADE
002105                    MOVE 'PEDIDO LGPD SEM OCORRENCIA DO NOME'
002106                        TO WS-MSG-TEXTO
002107                END-IF
002108                MOVE RETURN-CODE TO WS-MSG-CODIGO-RC
002109                PERFORM 9800-GRAVAR-MENSAGEM
002110            END-IF.
002111*
002112**----------------------------------------------------------------*
002113        9800-GRAVAR-MENSAGEM.
002114**----------------------------------------------------------------*
002115            OPEN EXTEND MSG-FILE.
002116*
002117            IF WS-FS-MENSAGEM NOT = "00"
002118                DISPLAY 'ERRO AO ABRIR MENSAGEM - FS='
002119                    WS-FS-MENSAGEM
002120            ELSE
002121                MOVE 'COBOL030' TO MG-PROGRAM-ID
002122                MOVE WS-MSG-SEVERIDADE TO MG-SEVERIDADE
002123                MOVE WS-MSG-CODIGO-COMP TO MG-CODIGO
002124                MOVE WS-DH-DATA TO MG-DATA-MOVIMENTO
002125                MOVE WS-DH-HORA TO MG-HORA-GRAVACAO
002126                MOVE WS-MSG-TEXTO TO MG-TEXTO
002127*
002128                WRITE MG-MESSAGE-RECORD
002129*
002130                IF WS-FS-MENSAGEM NOT = "00"
002131                    DISPLAY 'ERRO AO GRAVAR MENSAGEM - FS='
002132                        WS-FS-MENSAGEM
002133                END-IF
002134*
002135                CLOSE MSG-FILE
002136            END-IF.
002137*
002138        END PROGRAM COBOL030.
002139* FIM DO PROGRAMA ****************************
