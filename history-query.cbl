000012*            SITUACAO DO REGISTRO COMO ESTAVA NA DATA DE
000013*            REFERENCIA, REPRODUZIDA DA ULTIMA ALTERACAO COM
000014*            DATA MENOR OU IGUAL A ELA - A RESPOSTA QUE A
000015*            AUDITORIA PEDIU E NAO TINHAMOS. SE A CHAVE ESTIVER
000016*            NO ARQUIVO DE MESTRES ARQUIVADOS (MASTARQ, COPY
000017*            MARQREC, GRAVADO PELO COBOL036), EMITE TAMBEM A DATA
000018*            DO ARQUIVAMENTO, A SITUACAO (ARQUIVADA/REINTEGRADA) E
000019*            A IMAGEM GUARDADA - A CHAVE ARQUIVADA SAI DO MESTRE
000020*            MAS NAO SOME DA CONSULTA.
000021* CPD      : INEFE
000022******************************************************************
000023******************************************************************
000024* CONDICOES DE RETORNO (RETURN-CODE) DESTE PROGRAMA:
000025*     0000  =  CONSULTA EMITIDA, CHAVE COM HISTORIA OU NO MASTARQ
000026*     0004  =  AVISO - CHAVE SEM NENHUMA ALTERACAO REGISTRADA E
000027*              FORA DO MASTARQ
000028*     0008  =  ERRO DE DADOS - PARM SEM CHAVE/DATA VALIDAS
000029*     0016  =  ERRO SEVERO - FALHA AO ABRIR HISTORIA, MASTARQ OU
000030*              RELHIST
000031******************************************************************
000032        IDENTIFICATION DIVISION.
000033**************************
000034        PROGRAM-ID. COBOL015.
000035        AUTHOR. FRANCINE NUNES MOYSES.
000036        DATE-WRITTEN. 26/08/14 @ 18:00:00.
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
000048            SELECT OPTIONAL HIST-FILE ASSIGN TO "HISTORIA"
000049                ORGANIZATION IS SEQUENTIAL
000050                FILE STATUS IS WS-FS-HISTORIA.
000051*
000052            SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO "MASTARQ"
000053                ORGANIZATION IS INDEXED
000054                ACCESS MODE IS RANDOM
000055                RECORD KEY IS MA-ID
000056                FILE STATUS IS WS-FS-ARQUIVO.
000057*
000058            SELECT REPORT-OUT ASSIGN TO "RELHIST"
000059                ORGANIZATION IS SEQUENTIAL
000060                FILE STATUS IS WS-FS-REPORT.
000061*
000062****************
000063        DATA DIVISION.
000064****************
000065*
000066        FILE SECTION.
000067*
000068        FD  HIST-FILE
000069            RECORDING MODE IS F.
000070        COPY "HISTREC.cpy".
000071*
000072        FD  ARCHIVE-FILE.
000073        COPY "MARQREC.cpy".
000074*
000075        FD  REPORT-OUT
000076            RECORDING MODE IS F.
000077        01  WS-LINHA-RELATORIO          PIC X(100).
000078*
000079        WORKING-STORAGE SECTION.
000080*
000081        01  WS-CONDICAO-RETORNO.
000082            05  WS-RC-NORMAL             PIC 9(2) VALUE 00.
000083            05  WS-RC-AVISO              PIC 9(2) VALUE 04.
000084            05  WS-RC-ERRO-DADOS         PIC 9(2) VALUE 08.
000085            05  WS-RC-ERRO-SEVERO        PIC 9(2) VALUE 16.
000086*
000087        01  WS-FS-HISTORIA             PIC X(2) VALUE SPACES.
000088        01  WS-FS-ARQUIVO              PIC X(2) VALUE SPACES.
000089        01  WS-FS-REPORT               PIC X(2) VALUE SPACES.
000090*
000091        77  WS-ARQUIVO-FIM             PIC X(1) VALUE "N".
000092            88  WS-ACABOU-HISTORIA          VALUE "S".
000093*
000094        77  WS-CHAVE-CONSULTA          PIC 9(9) VALUE ZERO.
000095        77  WS-DATA-REFERENCIA         PIC 9(8) VALUE ZERO.
000096*
000097        77  WS-CONT-ALTERACOES         PIC 9(6) VALUE ZERO.
000098*
000099        77  WS-SITUACAO-ACHADA         PIC X(1) VALUE "N".
000100            88  WS-TEM-SITUACAO-NA-DATA     VALUE "S".
000101        77  WS-NOME-NA-DATA            PIC X(30) VALUE SPACES.
000102        77  WS-STATUS-NA-DATA          PIC X(1) VALUE SPACE.
000103        77  WS-DATA-ULTIMA-ALTERACAO   PIC 9(8) VALUE ZERO.
000104*
000105        77  WS-CHAVE-NO-ARQUIVO        PIC X(1) VALUE "N".
000106            88  WS-CHAVE-NO-MASTARQ         VALUE "S".
000107*
000108        01  WS-LINHA-TITULO.
000109            05  FILLER                PIC X(32)
000110                  VALUE "CONSULTA DE HISTORIA - CHAVE :  ".
000111            05  WS-TIT-CHAVE          PIC 9(9).
000112            05  FILLER                PIC X(20)
000113                  VALUE "  DATA REFERENCIA : ".
000114            05  WS-TIT-DATA           PIC 9(8).
000115*
000116        01  WS-LINHA-COLUNAS.
000117            05  FILLER                PIC X(10) VALUE "DATA".
000118            05  FILLER                PIC X(8)  VALUE "HORA".
000119            05  FILLER                PIC X(6)  VALUE "TIPO".
000120            05  FILLER                PIC X(33) VALUE "ANTES".
000121            05  FILLER                PIC X(33) VALUE "DEPOIS".
000122*
000123        01  WS-LINHA-ALTERACAO.
000124            05  WS-ALT-DATA           PIC 9(8).
000125            05  FILLER                PIC X(2)  VALUE SPACES.
000126            05  WS-ALT-HORA           PIC 9(6).
000127            05  FILLER                PIC X(2)  VALUE SPACES.
000128            05  WS-ALT-TIPO           PIC X(1).
000129            05  FILLER                PIC X(5)  VALUE SPACES.
000130            05  WS-ALT-NOME-ANTES     PIC X(30).
000131            05  FILLER                PIC X(1)  VALUE SPACE.
000132            05  WS-ALT-STATUS-ANTES   PIC X(1).
000133            05  FILLER                PIC X(1)  VALUE SPACE.
000134            05  WS-ALT-NOME-DEPOIS    PIC X(30).
000135            05  FILLER                PIC X(1)  VALUE SPACE.
000136            05  WS-ALT-STATUS-DEPOIS  PIC X(1).
000137*
000138        01  WS-LINHA-SITUACAO.
000139            05  FILLER                PIC X(22)
000140                  VALUE "SITUACAO NA DATA    : ".
000141            05  WS-SIT-NOME           PIC X(30).
000142            05  FILLER                PIC X(10)
000143                  VALUE "  STATUS: ".
000144            05  WS-SIT-STATUS         PIC X(1).
000145            05  FILLER                PIC X(17)
000146                  VALUE "  (ALTERACAO DE: ".
000147            05  WS-SIT-DATA           PIC 9(8).
000148            05  FILLER                PIC X(1)  VALUE ")".
000149*
000150        01  WS-LINHA-TOTAL.
000151            05  FILLER                PIC X(22)
000152                  VALUE "TOTAL DE ALTERACOES : ".
000153            05  WS-TOT-ALTERACOES     PIC ZZZZZ9.
000154*
000155        01  WS-LINHA-ARQUIVO.
000156            05  FILLER                PIC X(22)
000157                  VALUE "MASTARQ - ARQUIVADA : ".
000158            05  WS-ARQ-DATA           PIC 9(8).
000159            05  FILLER                PIC X(1)  VALUE SPACE.
000160            05  WS-ARQ-HORA           PIC 9(6).
000161            05  FILLER                PIC X(12)
000162                  VALUE "  SITUACAO: ".
000163            05  WS-ARQ-SITUACAO       PIC X(11).
000164            05  FILLER                PIC X(17)
000165                  VALUE "  REINTEGRADA EM ".
000166            05  WS-ARQ-DATA-REINT     PIC 9(8).
000167*
000168        01  WS-LINHA-IMAGEM.
000169            05  FILLER                PIC X(22)
000170                  VALUE "IMAGEM ARQUIVADA    : ".
000171            05  WS-IMG-NOME           PIC X(30).
000172            05  FILLER                PIC X(10)
000173                  VALUE "  STATUS: ".
000174            05  WS-IMG-STATUS         PIC X(1).
000175            05  FILLER                PIC X(8)
000176                  VALUE "  DATA: ".
000177            05  WS-IMG-DATA           PIC 9(8).
000178            05  FILLER                PIC X(10)
000179                  VALUE "  ORIGEM: ".
000180            05  WS-IMG-ORIGEM         PIC X(4).
000181*
000182***************************
000183        LINKAGE SECTION.
000184***************************
000185*
000186        COPY "PARMREC.cpy".
000187*
000188        PROCEDURE DIVISION USING LK-PARM-RECORD.
000189*
000190            MOVE WS-RC-NORMAL TO RETURN-CODE.
000191*
000192            IF LK-PARM-LENGTH >= 17
000193               AND LK-PARM-NAME(1:9) IS NUMERIC
000194               AND LK-PARM-NAME(10:8) IS NUMERIC
000195                MOVE LK-PARM-NAME(1:9)  TO WS-CHAVE-CONSULTA
000196                MOVE LK-PARM-NAME(10:8) TO WS-DATA-REFERENCIA
000197            ELSE
000198                DISPLAY 'ERRO: PARM DEVE SER CHAVE(9) + '
000199                    'DATA(8) AAAAMMDD'
000200                MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
000201            END-IF.
000202*
000203            IF RETURN-CODE < WS-RC-ERRO-DADOS
000204                OPEN INPUT HIST-FILE
000205                OPEN INPUT ARCHIVE-FILE
000206                IF (WS-FS-HISTORIA NOT = "00"
000207                    AND WS-FS-HISTORIA NOT = "05")
000208                   OR (WS-FS-ARQUIVO NOT = "00"
000209                    AND WS-FS-ARQUIVO NOT = "05")
000210                    DISPLAY 'ERRO SEVERO AO ABRIR HISTORIA/'
000211                        'MASTARQ - FS=' WS-FS-HISTORIA '/'
000212                        WS-FS-ARQUIVO
000213                    MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000214                    IF WS-FS-HISTORIA = "00" OR "05"
000215                        CLOSE HIST-FILE
000216                    END-IF
000217                    IF WS-FS-ARQUIVO = "00" OR "05"
000218                        CLOSE ARCHIVE-FILE
000219                    END-IF
000220                ELSE
000221                    OPEN OUTPUT REPORT-OUT
000222                    IF WS-FS-REPORT NOT = "00"
000223                        DISPLAY 'ERRO SEVERO AO ABRIR RELHIST - '
000224                            'FS='
000225                                WS-FS-REPORT
000226                        MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000227                        CLOSE HIST-FILE
000228                        CLOSE ARCHIVE-FILE
000229                    ELSE
000230                        PERFORM 1000-EMITIR-CABECALHO
000231                        PERFORM 2000-PERCORRER-HISTORIA
000232                        PERFORM 3000-EMITIR-SITUACAO
000233                        PERFORM 4000-CONSULTAR-ARQUIVO
000234*
000235                        IF WS-CONT-ALTERACOES = ZERO
000236                           AND NOT WS-CHAVE-NO-MASTARQ
000237                            MOVE WS-RC-AVISO TO RETURN-CODE
000238                        END-IF
000239*
000240                        CLOSE HIST-FILE
000241                        CLOSE ARCHIVE-FILE
000242                        CLOSE REPORT-OUT
000243                    END-IF
000244                END-IF
000245            END-IF.
000246*
000247            GOBACK.
000248*
000249**----------------------------------------------------------------*
000250        1000-EMITIR-CABECALHO.
000251**----------------------------------------------------------------*
000252            MOVE WS-CHAVE-CONSULTA  TO WS-TIT-CHAVE.
000253            MOVE WS-DATA-REFERENCIA TO WS-TIT-DATA.
000254            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-TITULO.
000255            MOVE SPACES TO WS-LINHA-RELATORIO.
000256            WRITE WS-LINHA-RELATORIO.
000257            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-COLUNAS.
000258*
000259**----------------------------------------------------------------*
000260        2000-PERCORRER-HISTORIA.
000261**----------------------------------------------------------------*
000262*    O ARQUIVO DE HISTORIA E CRONOLOGICO POR CONSTRUCAO (SEMPRE
000263*    GRAVADO EM EXTEND), ENTAO UMA UNICA PASSADA LISTA AS
000264*    ALTERACOES DA CHAVE NA ORDEM EM QUE OCORRERAM E, AO MESMO
000265*    TEMPO, GUARDA A IMAGEM "DEPOIS" DA ULTIMA ALTERACAO COM
000266*    DATA ATE A DATA DE REFERENCIA.
000267*
000268            PERFORM UNTIL WS-ACABOU-HISTORIA
000269                READ HIST-FILE
000270                    AT END
000271                        SET WS-ACABOU-HISTORIA TO TRUE
000272                    NOT AT END
000273                        IF HS-ID = WS-CHAVE-CONSULTA
000274                            PERFORM 2100-TRATAR-ALTERACAO
000275                        END-IF
000276                END-READ
000277            END-PERFORM.
000278*
000279**----------------------------------------------------------------*
000280        2100-TRATAR-ALTERACAO.
000281**----------------------------------------------------------------*
000282            ADD 1 TO WS-CONT-ALTERACOES.
000283*
000284            MOVE HS-DATA-MANUTENCAO TO WS-ALT-DATA.
000285            MOVE HS-HORA-MANUTENCAO TO WS-ALT-HORA.
000286            MOVE HS-TIPO-ALTERACAO  TO WS-ALT-TIPO.
000287            MOVE HS-NOME-ANTES      TO WS-ALT-NOME-ANTES.
000288            MOVE HS-STATUS-ANTES    TO WS-ALT-STATUS-ANTES.
000289            MOVE HS-NOME-DEPOIS     TO WS-ALT-NOME-DEPOIS.
000290            MOVE HS-STATUS-DEPOIS   TO WS-ALT-STATUS-DEPOIS.
000291            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-ALTERACAO.
000292*
000293            IF HS-DATA-MANUTENCAO <= WS-DATA-REFERENCIA
000294                SET WS-TEM-SITUACAO-NA-DATA TO TRUE
000295                MOVE HS-NOME-DEPOIS   TO WS-NOME-NA-DATA
000296                MOVE HS-STATUS-DEPOIS TO WS-STATUS-NA-DATA
000297                MOVE HS-DATA-MANUTENCAO
000298                    TO WS-DATA-ULTIMA-ALTERACAO
000299            END-IF.
000300*
000301**----------------------------------------------------------------*
000302        3000-EMITIR-SITUACAO.
000303**----------------------------------------------------------------*
000304            MOVE SPACES TO WS-LINHA-RELATORIO.
000305            WRITE WS-LINHA-RELATORIO.
000306*
000307            EVALUATE TRUE
000308                WHEN WS-CONT-ALTERACOES = ZERO
000309                    MOVE SPACES TO WS-LINHA-RELATORIO
000310                    STRING 'NENHUMA ALTERACAO REGISTRADA PARA '
000311                               DELIMITED SIZE
000312                           'A CHAVE' DELIMITED SIZE
000313                           INTO WS-LINHA-RELATORIO
000314                    WRITE WS-LINHA-RELATORIO
000315*
000316                WHEN WS-TEM-SITUACAO-NA-DATA
000317                    MOVE WS-NOME-NA-DATA   TO WS-SIT-NOME
000318                    MOVE WS-STATUS-NA-DATA TO WS-SIT-STATUS
000319                    MOVE WS-DATA-ULTIMA-ALTERACAO
000320                        TO WS-SIT-DATA
000321                    WRITE WS-LINHA-RELATORIO
000322                        FROM WS-LINHA-SITUACAO
000323*
000324                WHEN OTHER
000325                    MOVE SPACES TO WS-LINHA-RELATORIO
000326                    STRING 'SEM ALTERACAO ATE A DATA DE '
000327                               DELIMITED SIZE
000328                           'REFERENCIA' DELIMITED SIZE
000329                           INTO WS-LINHA-RELATORIO
000330                    WRITE WS-LINHA-RELATORIO
000331            END-EVALUATE.
000332*
000333            MOVE WS-CONT-ALTERACOES TO WS-TOT-ALTERACOES.
000334            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-TOTAL.
000335*
000336            DISPLAY 'CONSULTA DE HISTORIA - CHAVE '
000337                WS-CHAVE-CONSULTA
000338                ' ALTERACOES ' WS-CONT-ALTERACOES.
000339*
000340**----------------------------------------------------------------*
000341        4000-CONSULTAR-ARQUIVO.
000342**----------------------------------------------------------------*
000343*    A CHAVE ARQUIVADA PELO COBOL036 SAIU DO MESTRE; A HISTORIA
000344*    JA MOSTRA O ARQUIVAMENTO (TIPO Q) E A REINTEGRACAO (TIPO R),
000345*    E AQUI SE ACRESCENTA O QUE ESTA GUARDADO NO MASTARQ. SEM O
000346*    MASTARQ A LEITURA CAI EM INVALID KEY E NADA E EMITIDO.
000347*
000348            MOVE WS-CHAVE-CONSULTA TO MA-ID.
000349*
000350            READ ARCHIVE-FILE
000351                INVALID KEY
000352                    CONTINUE
000353                NOT INVALID KEY
000354                    SET WS-CHAVE-NO-MASTARQ TO TRUE
000355            END-READ.
000356*
000357            IF WS-CHAVE-NO-MASTARQ
000358                MOVE SPACES TO WS-LINHA-RELATORIO
000359                WRITE WS-LINHA-RELATORIO
000360*
000361                MOVE MA-DATA-ARQUIVAMENTO TO WS-ARQ-DATA
000362                MOVE MA-HORA-ARQUIVAMENTO TO WS-ARQ-HORA
000363                IF MA-SITUACAO-REINTEGRADO
000364                    MOVE 'REINTEGRADA' TO WS-ARQ-SITUACAO
000365                    MOVE MA-DATA-REINTEGRACAO TO WS-ARQ-DATA-REINT
000366                ELSE
000367                    MOVE 'ARQUIVADA' TO WS-ARQ-SITUACAO
000368                    MOVE ZERO TO WS-ARQ-DATA-REINT
000369                END-IF
000370                WRITE WS-LINHA-RELATORIO FROM WS-LINHA-ARQUIVO
000371*
000372                MOVE MA-NOME          TO WS-IMG-NOME
000373                MOVE MA-STATUS        TO WS-IMG-STATUS
000374                MOVE MA-DATA-EXECUCAO TO WS-IMG-DATA
000375                MOVE MA-ORIGEM        TO WS-IMG-ORIGEM
000376                WRITE WS-LINHA-RELATORIO FROM WS-LINHA-IMAGEM
000377*
000378                DISPLAY 'CHAVE ' WS-CHAVE-CONSULTA
000379                    ' NO MASTARQ - SITUACAO ' MA-SITUACAO
000380            END-IF.
000381*
000382        END PROGRAM COBOL015.
000383* FIM DO PROGRAMA ****************************
