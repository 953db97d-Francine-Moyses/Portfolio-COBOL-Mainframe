000002* DATA     : 14/08/2026
000003* AUTOR    : FRANCINE NUNES MOYSES
000004* OBJETIVO : FAXINA SEMANAL DOS ARQUIVOS DE CONTROLE DA CADEIA
000005*            DO JOB COBOLJOB. AUDITLOG, CKPTFILE, REJEITO E
000006*            SUSPENSO SAO GRAVADOS EM MODO EXTEND A CADA EXECUCAO
000007*            E CRESCEM SEM LIMITE; ESTE PROGRAMA LE OS QUATRO,
000008*            MOVE PARA OS ARQUIVOS DE ARQUIVAMENTO ANUAIS
000009*            (AUDITARQ, CKPTARQ, REJARQ, SUSPARQ, EM EXTEND) TODO
000010*            REGISTRO COM DATA DE EXECUCAO ANTERIOR A DATA DE
000011*            CORTE RECEBIDA VIA PARM (COPY PARMREC, OS 8 PRIMEIROS
000012*            DIGITOS DE LK-PARM-NAME SAO A DATA AAAAMMDD, MESMO
000013*            PADRAO DO COBOL007), E REGRAVA AS VERSOES VIVAS
000014*            (AUDITSAI, CKPTSAI, REJSAI, SUSPSAI) SO COM OS
000015*            REGISTROS RECENTES. A
000016*            TROCA DOS ARQUIVOS VIVOS PELAS VERSOES REGRAVADAS E
000017*            FEITA POR PASSOS DE COPIA NO JOB HOUSEJOB. EMITE O
000018*            RELATORIO DE EXPURGO (RELEXPUR) COM AS CONTAGENS
000019*            POR ARQUIVO E POR DATA (ARQUIVADOS X MANTIDOS),
000020*            PARA PROVAR QUE NENHUM REGISTRO SE PERDEU.
000021* CPD      : INEFE
000022******************************************************************
000023******************************************************************
000024* CONDICOES DE RETORNO (RETURN-CODE) DESTE PROGRAMA:
000025*     0000  =  PROCESSAMENTO NORMAL, EXPURGO EXECUTADO
000026*     0004  =  AVISO - NENHUM REGISTRO ANTERIOR A DATA DE CORTE
000027*     0008  =  ERRO DE DADOS - PARM SEM DATA DE CORTE VALIDA
000028*              (NADA FOI EXPURGADO)
000029*     0016  =  ERRO SEVERO - FALHA AO ABRIR/GRAVAR UM DOS
000030*              ARQUIVOS
000031******************************************************************
000032        IDENTIFICATION DIVISION.
000033**************************
000034        PROGRAM-ID. COBOL009.
000035        AUTHOR. FRANCINE NUNES MOYSES.
000036        DATE-WRITTEN. 26/08/14 @ 10:00:00.
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
000048            SELECT OPTIONAL AUDIT-LOG ASSIGN TO "AUDITLOG"
000049                ORGANIZATION IS SEQUENTIAL
000050                FILE STATUS IS WS-FS-AUDIT.
000051*
000052            SELECT OPTIONAL CKPT-FILE ASSIGN TO "CKPTFILE"
000053                ORGANIZATION IS SEQUENTIAL
000054                FILE STATUS IS WS-FS-CKPT.
000055*
000056            SELECT OPTIONAL REJECT-FILE ASSIGN TO "REJEITO"
000057                ORGANIZATION IS SEQUENTIAL
000058                FILE STATUS IS WS-FS-REJECT.
000059*
000060            SELECT AUDIT-ARQ ASSIGN TO "AUDITARQ"
000061                ORGANIZATION IS SEQUENTIAL
000062                FILE STATUS IS WS-FS-AUDIT-ARQ.
000063*
000064            SELECT CKPT-ARQ ASSIGN TO "CKPTARQ"
000065                ORGANIZATION IS SEQUENTIAL
000066                FILE STATUS IS WS-FS-CKPT-ARQ.
000067*
000068            SELECT REJECT-ARQ ASSIGN TO "REJARQ"
000069                ORGANIZATION IS SEQUENTIAL
000070                FILE STATUS IS WS-FS-REJECT-ARQ.
000071*
000072            SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO "SUSPENSO"
000073                ORGANIZATION IS SEQUENTIAL
000074                FILE STATUS IS WS-FS-SUSPENSO.
000075*
000076            SELECT SUSPENSE-ARQ ASSIGN TO "SUSPARQ"
000077                ORGANIZATION IS SEQUENTIAL
000078                FILE STATUS IS WS-FS-SUSPENSO-ARQ.
000079*
000080            SELECT AUDIT-SAI ASSIGN TO "AUDITSAI"
000081                ORGANIZATION IS SEQUENTIAL
000082                FILE STATUS IS WS-FS-AUDIT-SAI.
000083*
000084            SELECT CKPT-SAI ASSIGN TO "CKPTSAI"
000085                ORGANIZATION IS SEQUENTIAL
000086                FILE STATUS IS WS-FS-CKPT-SAI.
000087*
000088            SELECT REJECT-SAI ASSIGN TO "REJSAI"
000089                ORGANIZATION IS SEQUENTIAL
000090                FILE STATUS IS WS-FS-REJECT-SAI.
000091*
000092            SELECT SUSPENSE-SAI ASSIGN TO "SUSPSAI"
000093                ORGANIZATION IS SEQUENTIAL
000094                FILE STATUS IS WS-FS-SUSPENSO-SAI.
000095*
000096            SELECT PURGE-RPT ASSIGN TO "RELEXPUR"
000097                ORGANIZATION IS SEQUENTIAL
000098                FILE STATUS IS WS-FS-RELATORIO.
000099*
000100            SELECT MSG-FILE ASSIGN TO "MENSAGEM"
000101                ORGANIZATION IS SEQUENTIAL
000102                FILE STATUS IS WS-FS-MENSAGEM.
000103*
000104****************
000105        DATA DIVISION.
000106****************
000107*
000108        FILE SECTION.
000109*
000110        FD  AUDIT-LOG
000111            RECORDING MODE IS F.
000112        COPY "AUDITREC.cpy".
000113*
000114        FD  CKPT-FILE
000115            RECORDING MODE IS F.
000116        COPY "CKPTREC.cpy".
000117*
000118        FD  REJECT-FILE
000119            RECORDING MODE IS F.
000120        COPY "REJREC.cpy".
000121*
000122        FD  AUDIT-ARQ
000123            RECORDING MODE IS F.
000124        01  WS-AUDIT-ARQ-RECORD         PIC X(87).
000125*
000126        FD  CKPT-ARQ
000127            RECORDING MODE IS F.
000128        01  WS-CKPT-ARQ-RECORD          PIC X(47).
000129*
000130        FD  REJECT-ARQ
000131            RECORDING MODE IS F.
000132        01  WS-REJECT-ARQ-RECORD        PIC X(58).
000133*
000134        FD  SUSPENSE-FILE
000135            RECORDING MODE IS F.
000136        COPY "SUSPREC.cpy".
000137*
000138        FD  SUSPENSE-ARQ
000139            RECORDING MODE IS F.
000140        01  WS-SUSPENSO-ARQ-RECORD      PIC X(48).
000141*
000142        FD  AUDIT-SAI
000143            RECORDING MODE IS F.
000144        01  WS-AUDIT-SAI-RECORD         PIC X(87).
000145*
000146        FD  CKPT-SAI
000147            RECORDING MODE IS F.
000148        01  WS-CKPT-SAI-RECORD          PIC X(47).
000149*
000150        FD  REJECT-SAI
000151            RECORDING MODE IS F.
000152        01  WS-REJECT-SAI-RECORD        PIC X(58).
000153*
000154        FD  SUSPENSE-SAI
000155            RECORDING MODE IS F.
000156        01  WS-SUSPENSO-SAI-RECORD      PIC X(48).
000157*
000158        FD  PURGE-RPT
000159            RECORDING MODE IS F.
000160        01  WS-LINHA-RELATORIO          PIC X(80).
000161*
000162        FD  MSG-FILE
000163            RECORDING MODE IS F.
000164        COPY "MSGREC.cpy".
000165*
000166        WORKING-STORAGE SECTION.
000167*
000168        01  WS-CONDICAO-RETORNO.
000169            05  WS-RC-NORMAL             PIC 9(2) VALUE 00.
000170            05  WS-RC-AVISO              PIC 9(2) VALUE 04.
000171            05  WS-RC-ERRO-DADOS         PIC 9(2) VALUE 08.
000172            05  WS-RC-ERRO-SEVERO       PIC 9(2) VALUE 16.
000173*
000174        01  WS-FS-AUDIT                PIC X(2) VALUE SPACES.
000175        01  WS-FS-CKPT                 PIC X(2) VALUE SPACES.
000176        01  WS-FS-REJECT               PIC X(2) VALUE SPACES.
000177        01  WS-FS-AUDIT-ARQ            PIC X(2) VALUE SPACES.
000178        01  WS-FS-CKPT-ARQ            PIC X(2) VALUE SPACES.
000179        01  WS-FS-REJECT-ARQ           PIC X(2) VALUE SPACES.
000180        01  WS-FS-AUDIT-SAI            PIC X(2) VALUE SPACES.
000181        01  WS-FS-CKPT-SAI             PIC X(2) VALUE SPACES.
000182        01  WS-FS-REJECT-SAI           PIC X(2) VALUE SPACES.
000183        01  WS-FS-SUSPENSO             PIC X(2) VALUE SPACES.
000184        01  WS-FS-SUSPENSO-ARQ         PIC X(2) VALUE SPACES.
000185        01  WS-FS-SUSPENSO-SAI         PIC X(2) VALUE SPACES.
000186        01  WS-FS-RELATORIO            PIC X(2) VALUE SPACES.
000187        01  WS-FS-MENSAGEM             PIC X(2) VALUE SPACES.
000188*
000189        01  WS-MSG-CODIGO-COMP.
000190            05  FILLER                  PIC X(2) VALUE "RC".
000191            05  WS-MSG-CODIGO-RC        PIC 9(2) VALUE ZERO.
000192        77  WS-MSG-SEVERIDADE          PIC X(1) VALUE "I".
000193        77  WS-MSG-TEXTO               PIC X(50) VALUE SPACES.
000194*
000195        01  WS-DATA-HORA-ATUAL.
000196            05  WS-DH-DATA              PIC 9(8).
000197            05  WS-DH-HORA              PIC 9(6).
000198            05  WS-DH-CENTESIMOS        PIC 9(2).
000199            05  WS-DH-DIFGMT            PIC X(5).
000200*
000201        77  WS-ARQUIVO-FIM             PIC X(1) VALUE "N".
000202            88  WS-ACABOU-ARQUIVO           VALUE "S".
000203*
000204        77  WS-DATA-CORTE              PIC 9(8) VALUE ZERO.
000205        77  WS-AUDIT-SEQ-SAI           PIC 9(9) VALUE ZERO.
000206        77  WS-CHECK-ANTERIOR          PIC 9(9) VALUE ZERO.
000207        77  WS-CHECK-CALCULADO         PIC 9(9) VALUE ZERO.
000208        77  WS-SOMA-BYTES              PIC 9(6) VALUE ZERO.
000209        77  WS-IDX-CHECK               PIC 9(2) VALUE ZERO.
000210        77  WS-DATA-REGISTRO           PIC 9(8) VALUE ZERO.
000211*
000212        77  WS-NOME-ARQUIVO            PIC X(8) VALUE SPACES.
000213*
000214        77  WS-MAX-TABELA-DATAS        PIC 9(3) VALUE 200.
000215        77  WS-CONT-TABELA-DATAS       PIC 9(3) VALUE ZERO.
000216        77  WS-IDX-DATAS               PIC 9(3) VALUE ZERO.
000217        77  WS-IDX-ACHADO              PIC 9(3) VALUE ZERO.
000218        77  WS-DATA-ACHADA             PIC X(1) VALUE "N".
000219            88  WS-DATA-NA-TABELA           VALUE "S".
000220*
000221        01  WS-TABELA-DATAS.
000222            05  WS-TAB-DATA-ENT        OCCURS 200 TIMES.
000223                10  WS-TAB-DATA        PIC 9(8).
000224                10  WS-TAB-ARQUIVADOS  PIC 9(6).
000225                10  WS-TAB-MANTIDOS    PIC 9(6).
000226*
000227        77  WS-CONT-OUTRAS-ARQ         PIC 9(6) VALUE ZERO.
000228        77  WS-CONT-OUTRAS-MAN         PIC 9(6) VALUE ZERO.
000229*
000230        77  WS-CONT-LIDOS              PIC 9(6) VALUE ZERO.
000231        77  WS-CONT-ARQUIVADOS         PIC 9(6) VALUE ZERO.
000232        77  WS-CONT-MANTIDOS           PIC 9(6) VALUE ZERO.
000233*
000234        77  WS-TOT-LIDOS               PIC 9(7) VALUE ZERO.
000235        77  WS-TOT-ARQUIVADOS          PIC 9(7) VALUE ZERO.
000236        77  WS-TOT-MANTIDOS            PIC 9(7) VALUE ZERO.
000237*
000238        01  WS-LINHA-TITULO.
000239            05  FILLER                PIC X(31)
000240                        VALUE "RELATORIO DE EXPURGO - DATA DE ".
000241            05  FILLER                PIC X(7)  VALUE "CORTE: ".
000242            05  WS-TIT-DATA-CORTE     PIC 9(8).
000243*
000244        01  WS-LINHA-ARQUIVO.
000245            05  FILLER                PIC X(10)
000246                  VALUE "ARQUIVO : ".
000247            05  WS-ARQ-NOME           PIC X(8).
000248*
000249        01  WS-LINHA-DATA.
000250            05  FILLER                PIC X(7)  VALUE "  DATA ".
000251            05  WS-DAT-DATA           PIC 9(8).
000252            05  FILLER                PIC X(14)
000253                        VALUE " ARQUIVADOS : ".
000254            05  WS-DAT-ARQUIVADOS     PIC ZZZZZ9.
000255            05  FILLER                PIC X(12)
000256                        VALUE " MANTIDOS : ".
000257            05  WS-DAT-MANTIDOS       PIC ZZZZZ9.
000258*
000259        01  WS-LINHA-OUTRAS.
000260            05  FILLER                PIC X(15)
000261                        VALUE "  OUTRAS DATAS ".
000262            05  FILLER                PIC X(14)
000263                        VALUE " ARQUIVADOS : ".
000264            05  WS-OUT-ARQUIVADOS     PIC ZZZZZ9.
000265            05  FILLER                PIC X(12)
000266                        VALUE " MANTIDOS : ".
000267            05  WS-OUT-MANTIDOS       PIC ZZZZZ9.
000268*
000269        01  WS-LINHA-TOTAL-ARQ.
000270            05  FILLER                PIC X(10)
000271                  VALUE "  LIDOS : ".
000272            05  WS-TOTA-LIDOS         PIC ZZZZZ9.
000273            05  FILLER                PIC X(14)
000274                        VALUE " ARQUIVADOS : ".
000275            05  WS-TOTA-ARQUIVADOS    PIC ZZZZZ9.
000276            05  FILLER                PIC X(12)
000277                        VALUE " MANTIDOS : ".
000278            05  WS-TOTA-MANTIDOS      PIC ZZZZZ9.
000279*
000280        01  WS-LINHA-TOTAL-GERAL.
000281            05  FILLER                PIC X(14)
000282                        VALUE "TOTAL GERAL - ".
000283            05  FILLER                PIC X(8)  VALUE "LIDOS : ".
000284            05  WS-TOTG-LIDOS         PIC ZZZZZZ9.
000285            05  FILLER                PIC X(14)
000286                        VALUE " ARQUIVADOS : ".
000287            05  WS-TOTG-ARQUIVADOS    PIC ZZZZZZ9.
000288            05  FILLER                PIC X(12)
000289                        VALUE " MANTIDOS : ".
000290            05  WS-TOTG-MANTIDOS      PIC ZZZZZZ9.
000291*
000292***************************
000293        LINKAGE SECTION.
000294***************************
000295*
000296        COPY "PARMREC.cpy".
000297*
000298        PROCEDURE DIVISION USING LK-PARM-RECORD.
000299*
000300            MOVE WS-RC-NORMAL TO RETURN-CODE.
000301            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
000302*
000303            IF LK-PARM-LENGTH >= 8
000304               AND LK-PARM-NAME(1:8) IS NUMERIC
000305                MOVE LK-PARM-NAME(1:8) TO WS-DATA-CORTE
000306            ELSE
000307                DISPLAY 'ERRO: PARM SEM DATA DE CORTE AAAAMMDD'
000308                MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
000309            END-IF.
000310*
000311            IF RETURN-CODE < WS-RC-ERRO-DADOS
000312                DISPLAY 'EXPURGO DOS ARQUIVOS DE CONTROLE - '
000313                    'CORTE ANTERIOR A '
000314                        WS-DATA-CORTE
000315*
000316                OPEN OUTPUT PURGE-RPT
000317                IF WS-FS-RELATORIO NOT = "00"
000318                    DISPLAY 'ERRO SEVERO AO ABRIR RELEXPUR - FS='
000319                        WS-FS-RELATORIO
000320                    MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000321                ELSE
000322                    MOVE WS-DATA-CORTE TO WS-TIT-DATA-CORTE
000323                    WRITE WS-LINHA-RELATORIO
000324                        FROM WS-LINHA-TITULO
000325*
000326                    PERFORM 1000-PROCESSAR-AUDITLOG
000327                    PERFORM 2000-PROCESSAR-CKPTFILE
000328                    PERFORM 3000-PROCESSAR-REJEITO
000329                    PERFORM 4000-PROCESSAR-SUSPENSO
000330                    PERFORM 9000-EMITIR-TOTAL-GERAL
000331*
000332                    IF WS-TOT-ARQUIVADOS = ZERO
000333                       AND RETURN-CODE < WS-RC-AVISO
000334                        MOVE WS-RC-AVISO TO RETURN-CODE
000335                    END-IF
000336*
000337                    CLOSE PURGE-RPT
000338                END-IF
000339            END-IF.
000340*
000341            PERFORM 9700-REGISTRAR-RESULTADO.
000342*
000343            GOBACK.
000344*
000345**----------------------------------------------------------------*
000346        1000-PROCESSAR-AUDITLOG.
000347**----------------------------------------------------------------*
000348*    SEPARA O AUDITLOG EM ARQUIVAMENTO (AUDITARQ) E VERSAO VIVA
000349*    (AUDITSAI) PELA DATA AR-DATA-EXECUCAO, ACUMULANDO AS
000350*    CONTAGENS POR DATA PARA O RELATORIO DE EXPURGO.
000351*
000352            MOVE "AUDITLOG" TO WS-NOME-ARQUIVO.
000353            MOVE ZERO TO WS-AUDIT-SEQ-SAI.
000354            MOVE ZERO TO WS-CHECK-ANTERIOR.
000355            PERFORM 7000-ZERAR-CONTADORES.
000356*
000357            OPEN INPUT AUDIT-LOG.
000358            OPEN EXTEND AUDIT-ARQ.
000359            OPEN OUTPUT AUDIT-SAI.
000360*
000361            IF WS-FS-AUDIT NOT = "00" AND NOT = "05"
000362               OR WS-FS-AUDIT-ARQ NOT = "00"
000363               OR WS-FS-AUDIT-SAI NOT = "00"
000364                DISPLAY 'ERRO SEVERO NOS ARQUIVOS DE AUDITORIA '
000365                    'FS='
000366                        WS-FS-AUDIT ' ' WS-FS-AUDIT-ARQ ' '
000367                        WS-FS-AUDIT-SAI
000368                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000369            ELSE
000370                PERFORM UNTIL WS-ACABOU-ARQUIVO
000371                    READ AUDIT-LOG
000372                        AT END
000373                            SET WS-ACABOU-ARQUIVO TO TRUE
000374                        NOT AT END
000375                            ADD 1 TO WS-CONT-LIDOS
000376                            MOVE AR-DATA-EXECUCAO
000377                                TO WS-DATA-REGISTRO
000378                            IF AR-DATA-EXECUCAO < WS-DATA-CORTE
000379                                WRITE WS-AUDIT-ARQ-RECORD
000380                                    FROM AR-AUDIT-RECORD
000381                                ADD 1 TO WS-CONT-ARQUIVADOS
000382                                PERFORM 8000-ACUMULAR-ARQUIVADO
000383                            ELSE
000384                                PERFORM 1400-REGRAVAR-AUDIT-VIVO
000385                            END-IF
000386                            IF WS-FS-AUDIT-ARQ NOT = "00"
000387                               OR WS-FS-AUDIT-SAI NOT = "00"
000388                                DISPLAY 'ERRO AO GRAVAR '
000389                                    'AUDITORIA - FS='
000390                                    WS-FS-AUDIT-ARQ ' '
000391                                    WS-FS-AUDIT-SAI
000392                                MOVE WS-RC-ERRO-SEVERO
000393                                    TO RETURN-CODE
000394                                SET WS-ACABOU-ARQUIVO
000395                                    TO TRUE
000396                            END-IF
000397                    END-READ
000398                END-PERFORM
000399                PERFORM 8500-EMITIR-SECAO-ARQUIVO
000400            END-IF.
000401*
000402            CLOSE AUDIT-LOG.
000403            CLOSE AUDIT-ARQ.
000404            CLOSE AUDIT-SAI.
000405*
000406**----------------------------------------------------------------*
000407        1400-REGRAVAR-AUDIT-VIVO.
000408**----------------------------------------------------------------*
000409*    REGRAVA O REGISTRO SOBREVIVENTE NO LOG VIVO COM A CADEIA
000410*    ANTIVIOLACAO REFEITA DO ZERO: A SEQUENCIA RECOMECA EM 1 E O
000411*    CHECK E RECALCULADO SOBRE OS SOBREVIVENTES (MESMO CALCULO DO
000412*    COBOL003, COBOL004 E COBOL022). SEM ISSO, O PRIMEIRO EXPURGO
000413*    DEIXARIA O LOG VIVO COMECANDO NO MEIO DA CADEIA ANTIGA E O
000414*    COBOL024 ACUSARIA QUEBRA FALSA PARA SEMPRE; OS GRAVADORES
000415*    RETOMAM DO ULTIMO REGISTRO, ENTAO A CADEIA SEGUE INTEIRA. O
000416*    ARQUIVAMENTO (AUDITARQ) GUARDA O REGISTRO COMO FOI GRAVADO.
000417*
000418            ADD 1 TO WS-AUDIT-SEQ-SAI.
000419            MOVE WS-AUDIT-SEQ-SAI TO AR-SEQUENCIA.
000420            PERFORM 1500-RECALCULAR-CHECK.
000421            MOVE WS-CHECK-CALCULADO TO AR-CHECK.
000422            MOVE WS-CHECK-CALCULADO TO WS-CHECK-ANTERIOR.
000423*
000424            WRITE WS-AUDIT-SAI-RECORD FROM AR-AUDIT-RECORD.
000425*
000426            ADD 1 TO WS-CONT-MANTIDOS.
000427            PERFORM 8100-ACUMULAR-MANTIDO.
000428*
000429**----------------------------------------------------------------*
000430        1500-RECALCULAR-CHECK.
000431**----------------------------------------------------------------*
000432*    MESMO CALCULO DOS GRAVADORES E DO VERIFICADOR COBOL024: SOMA
000433*    DOS BYTES DOS CAMPOS ALFANUMERICOS MAIS OS CAMPOS NUMERICOS,
000434*    COMBINADA COM O CHECK DO REGISTRO ANTERIOR (X 31), MODULO
000435*    10**9.
000436*
000437            MOVE ZERO TO WS-SOMA-BYTES.
000438            PERFORM VARYING WS-IDX-CHECK FROM 1 BY 1
000439                    UNTIL WS-IDX-CHECK > 30
000440                COMPUTE WS-SOMA-BYTES = WS-SOMA-BYTES
000441                    + FUNCTION ORD(AR-VALOR-RECEBIDO
000442                                       (WS-IDX-CHECK:1))
000443            END-PERFORM.
000444            PERFORM VARYING WS-IDX-CHECK FROM 1 BY 1
000445                    UNTIL WS-IDX-CHECK > 8
000446                COMPUTE WS-SOMA-BYTES = WS-SOMA-BYTES
000447                    + FUNCTION ORD(AR-PROGRAM-ID(WS-IDX-CHECK:1))
000448            END-PERFORM.
000449            PERFORM VARYING WS-IDX-CHECK FROM 1 BY 1
000450                    UNTIL WS-IDX-CHECK > 4
000451                COMPUTE WS-SOMA-BYTES = WS-SOMA-BYTES
000452                    + FUNCTION ORD(AR-ORIGEM(WS-IDX-CHECK:1))
000453            END-PERFORM.
000454*
000455            COMPUTE WS-CHECK-CALCULADO =
000456                FUNCTION MOD(WS-CHECK-ANTERIOR * 31
000457                    + AR-SEQUENCIA + AR-ID + AR-RETURN-CODE
000458                    + AR-DATA-EXECUCAO + AR-HORA-EXECUCAO
000459                    + WS-SOMA-BYTES
000460                    1000000000).
000461*
000462**----------------------------------------------------------------*
000463        2000-PROCESSAR-CKPTFILE.
000464**----------------------------------------------------------------*
000465*    MESMO TRATAMENTO DO AUDITLOG, AGORA PELO CR-DATA-EXECUCAO
000466*    DO ARQUIVO DE CHECKPOINT.
000467*
000468            MOVE "CKPTFILE" TO WS-NOME-ARQUIVO.
000469            PERFORM 7000-ZERAR-CONTADORES.
000470*
000471            OPEN INPUT CKPT-FILE.
000472            OPEN EXTEND CKPT-ARQ.
000473            OPEN OUTPUT CKPT-SAI.
000474*
000475            IF WS-FS-CKPT NOT = "00" AND NOT = "05"
000476               OR WS-FS-CKPT-ARQ NOT = "00"
000477               OR WS-FS-CKPT-SAI NOT = "00"
000478                DISPLAY 'ERRO SEVERO NOS ARQUIVOS DE CHECKPOINT '
000479                    'FS='
000480                        WS-FS-CKPT ' ' WS-FS-CKPT-ARQ ' '
000481                        WS-FS-CKPT-SAI
000482                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000483            ELSE
000484                PERFORM UNTIL WS-ACABOU-ARQUIVO
000485                    READ CKPT-FILE
000486                        AT END
000487                            SET WS-ACABOU-ARQUIVO TO TRUE
000488                        NOT AT END
000489                            ADD 1 TO WS-CONT-LIDOS
000490                            MOVE CR-DATA-EXECUCAO
000491                                TO WS-DATA-REGISTRO
000492                            IF CR-DATA-EXECUCAO < WS-DATA-CORTE
000493                                WRITE WS-CKPT-ARQ-RECORD
000494                                    FROM CR-CHECKPOINT-RECORD
000495                                ADD 1 TO WS-CONT-ARQUIVADOS
000496                                PERFORM 8000-ACUMULAR-ARQUIVADO
000497                            ELSE
000498                                WRITE WS-CKPT-SAI-RECORD
000499                                    FROM CR-CHECKPOINT-RECORD
000500                                ADD 1 TO WS-CONT-MANTIDOS
000501                                PERFORM 8100-ACUMULAR-MANTIDO
000502                            END-IF
000503                            IF WS-FS-CKPT-ARQ NOT = "00"
000504                               OR WS-FS-CKPT-SAI NOT = "00"
000505                                DISPLAY 'ERRO AO GRAVAR '
000506                                    'CHECKPOINT - FS='
000507                                    WS-FS-CKPT-ARQ ' '
000508                                    WS-FS-CKPT-SAI
000509                                MOVE WS-RC-ERRO-SEVERO
000510                                    TO RETURN-CODE
000511                                SET WS-ACABOU-ARQUIVO
000512                                    TO TRUE
000513                            END-IF
000514                    END-READ
000515                END-PERFORM
000516                PERFORM 8500-EMITIR-SECAO-ARQUIVO
000517            END-IF.
000518*
000519            CLOSE CKPT-FILE.
000520            CLOSE CKPT-ARQ.
000521            CLOSE CKPT-SAI.
000522*
000523**----------------------------------------------------------------*
000524        3000-PROCESSAR-REJEITO.
000525**----------------------------------------------------------------*
000526*    MESMO TRATAMENTO, AGORA PELO RJ-DATA-EXECUCAO DO ARQUIVO DE
000527*    REJEITOS.
000528*
000529            MOVE "REJEITO " TO WS-NOME-ARQUIVO.
000530            PERFORM 7000-ZERAR-CONTADORES.
000531*
000532            OPEN INPUT REJECT-FILE.
000533            OPEN EXTEND REJECT-ARQ.
000534            OPEN OUTPUT REJECT-SAI.
000535*
000536            IF WS-FS-REJECT NOT = "00" AND NOT = "05"
000537               OR WS-FS-REJECT-ARQ NOT = "00"
000538               OR WS-FS-REJECT-SAI NOT = "00"
000539                DISPLAY 'ERRO SEVERO NOS ARQUIVOS DE REJEITO '
000540                    'FS='
000541                        WS-FS-REJECT ' ' WS-FS-REJECT-ARQ ' '
000542                        WS-FS-REJECT-SAI
000543                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000544            ELSE
000545                PERFORM UNTIL WS-ACABOU-ARQUIVO
000546                    READ REJECT-FILE
000547                        AT END
000548                            SET WS-ACABOU-ARQUIVO TO TRUE
000549                        NOT AT END
000550                            ADD 1 TO WS-CONT-LIDOS
000551                            MOVE RJ-DATA-EXECUCAO
000552                                TO WS-DATA-REGISTRO
000553                            IF RJ-DATA-EXECUCAO < WS-DATA-CORTE
000554                                WRITE WS-REJECT-ARQ-RECORD
000555                                    FROM RJ-REJECT-RECORD
000556                                ADD 1 TO WS-CONT-ARQUIVADOS
000557                                PERFORM 8000-ACUMULAR-ARQUIVADO
000558                            ELSE
000559                                WRITE WS-REJECT-SAI-RECORD
000560                                    FROM RJ-REJECT-RECORD
000561                                ADD 1 TO WS-CONT-MANTIDOS
000562                                PERFORM 8100-ACUMULAR-MANTIDO
000563                            END-IF
000564                            IF WS-FS-REJECT-ARQ NOT = "00"
000565                               OR WS-FS-REJECT-SAI NOT = "00"
000566                                DISPLAY 'ERRO AO GRAVAR '
000567                                    'REJEITO - FS='
000568                                    WS-FS-REJECT-ARQ ' '
000569                                    WS-FS-REJECT-SAI
000570                                MOVE WS-RC-ERRO-SEVERO
000571                                    TO RETURN-CODE
000572                                SET WS-ACABOU-ARQUIVO
000573                                    TO TRUE
000574                            END-IF
000575                    END-READ
000576                END-PERFORM
000577                PERFORM 8500-EMITIR-SECAO-ARQUIVO
000578            END-IF.
000579*
000580            CLOSE REJECT-FILE.
000581            CLOSE REJECT-ARQ.
000582            CLOSE REJECT-SAI.
000583*
000584**----------------------------------------------------------------*
000585        4000-PROCESSAR-SUSPENSO.
000586**----------------------------------------------------------------*
000587*    MESMO TRATAMENTO, AGORA PELO SP-DATA-EXECUCAO DO ARQUIVO DE
000588*    SUSPENSOS (COBOL018). O QUE AINDA ESTA NA FILA DO COBOL025
000589*    ANTES DA DATA DE CORTE VAI PARA O ARQUIVAMENTO SEM DECISAO.
000590*
000591            MOVE "SUSPENSO" TO WS-NOME-ARQUIVO.
000592            PERFORM 7000-ZERAR-CONTADORES.
000593*
000594            OPEN INPUT SUSPENSE-FILE.
000595            OPEN EXTEND SUSPENSE-ARQ.
000596            OPEN OUTPUT SUSPENSE-SAI.
000597*
000598            IF WS-FS-SUSPENSO NOT = "00" AND NOT = "05"
000599               OR WS-FS-SUSPENSO-ARQ NOT = "00"
000600               OR WS-FS-SUSPENSO-SAI NOT = "00"
000601                DISPLAY 'ERRO SEVERO NOS ARQUIVOS DE SUSPENSO '
000602                    'FS='
000603                        WS-FS-SUSPENSO ' ' WS-FS-SUSPENSO-ARQ ' '
000604                        WS-FS-SUSPENSO-SAI
000605                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000606            ELSE
000607                PERFORM UNTIL WS-ACABOU-ARQUIVO
000608                    READ SUSPENSE-FILE
000609                        AT END
000610                            SET WS-ACABOU-ARQUIVO TO TRUE
000611                        NOT AT END
000612                            ADD 1 TO WS-CONT-LIDOS
000613                            MOVE SP-DATA-EXECUCAO
000614                                TO WS-DATA-REGISTRO
000615                            IF SP-DATA-EXECUCAO < WS-DATA-CORTE
000616                                WRITE WS-SUSPENSO-ARQ-RECORD
000617                                    FROM SP-SUSPENSE-RECORD
000618                                ADD 1 TO WS-CONT-ARQUIVADOS
000619                                PERFORM 8000-ACUMULAR-ARQUIVADO
000620                            ELSE
000621                                WRITE WS-SUSPENSO-SAI-RECORD
000622                                    FROM SP-SUSPENSE-RECORD
000623                                ADD 1 TO WS-CONT-MANTIDOS
000624                                PERFORM 8100-ACUMULAR-MANTIDO
000625                            END-IF
000626                            IF WS-FS-SUSPENSO-ARQ NOT = "00"
000627                               OR WS-FS-SUSPENSO-SAI NOT = "00"
000628                                DISPLAY 'ERRO AO GRAVAR '
000629                                    'SUSPENSO - FS='
000630                                    WS-FS-SUSPENSO-ARQ ' '
000631                                    WS-FS-SUSPENSO-SAI
000632                                MOVE WS-RC-ERRO-SEVERO
000633                                    TO RETURN-CODE
000634                                SET WS-ACABOU-ARQUIVO
000635                                    TO TRUE
000636                            END-IF
000637                    END-READ
000638                END-PERFORM
000639                PERFORM 8500-EMITIR-SECAO-ARQUIVO
000640            END-IF.
000641*
000642            CLOSE SUSPENSE-FILE.
000643            CLOSE SUSPENSE-ARQ.
000644            CLOSE SUSPENSE-SAI.
000645*
000646**----------------------------------------------------------------*
000647        7000-ZERAR-CONTADORES.
000648**----------------------------------------------------------------*
000649*    REINICIA OS CONTADORES E A TABELA DE DATAS ANTES DE TRATAR
000650*    O PROXIMO ARQUIVO DE CONTROLE.
000651*
000652            MOVE "N" TO WS-ARQUIVO-FIM.
000653            MOVE ZERO TO WS-CONT-LIDOS.
000654            MOVE ZERO TO WS-CONT-ARQUIVADOS.
000655            MOVE ZERO TO WS-CONT-MANTIDOS.
000656            MOVE ZERO TO WS-CONT-TABELA-DATAS.
000657            MOVE ZERO TO WS-CONT-OUTRAS-ARQ.
000658            MOVE ZERO TO WS-CONT-OUTRAS-MAN.
000659*
000660**----------------------------------------------------------------*
000661        8000-ACUMULAR-ARQUIVADO.
000662**----------------------------------------------------------------*
000663            PERFORM 8200-LOCALIZAR-DATA.
000664*
000665            IF WS-DATA-NA-TABELA
000666                ADD 1 TO WS-TAB-ARQUIVADOS(WS-IDX-ACHADO)
000667            ELSE
000668                ADD 1 TO WS-CONT-OUTRAS-ARQ
000669            END-IF.
000670*
000671**----------------------------------------------------------------*
000672        8100-ACUMULAR-MANTIDO.
000673**----------------------------------------------------------------*
000674            PERFORM 8200-LOCALIZAR-DATA.
000675*
000676            IF WS-DATA-NA-TABELA
000677                ADD 1 TO WS-TAB-MANTIDOS(WS-IDX-ACHADO)
000678            ELSE
000679                ADD 1 TO WS-CONT-OUTRAS-MAN
000680            END-IF.
000681*
000682**----------------------------------------------------------------*
000683        8200-LOCALIZAR-DATA.
000684**----------------------------------------------------------------*
000685*    PROCURA WS-DATA-REGISTRO NA TABELA DE DATAS DO ARQUIVO
000686*    CORRENTE; SE AINDA NAO EXISTIR E HOUVER ESPACO, ABRE UMA
000687*    ENTRADA NOVA. DATAS ALEM DA CAPACIDADE DA TABELA CAEM NA
000688*    LINHA "OUTRAS DATAS" DO RELATORIO, SEM PERDER A CONTAGEM.
000689*
000690            MOVE "N" TO WS-DATA-ACHADA.
000691*
000692            PERFORM VARYING WS-IDX-DATAS FROM 1 BY 1
000693                    UNTIL WS-IDX-DATAS > WS-CONT-TABELA-DATAS
000694                       OR WS-DATA-NA-TABELA
000695                IF WS-TAB-DATA(WS-IDX-DATAS) = WS-DATA-REGISTRO
000696                    SET WS-DATA-NA-TABELA TO TRUE
000697                    MOVE WS-IDX-DATAS TO WS-IDX-ACHADO
000698                END-IF
000699            END-PERFORM.
000700*
000701            IF WS-DATA-NA-TABELA
000702                CONTINUE
000703            ELSE
000704                IF WS-CONT-TABELA-DATAS < WS-MAX-TABELA-DATAS
000705                    ADD 1 TO WS-CONT-TABELA-DATAS
000706                    MOVE WS-CONT-TABELA-DATAS TO WS-IDX-ACHADO
000707                    MOVE WS-DATA-REGISTRO
000708                        TO WS-TAB-DATA(WS-IDX-ACHADO)
000709                    MOVE ZERO TO WS-TAB-ARQUIVADOS(WS-IDX-ACHADO)
000710                    MOVE ZERO TO WS-TAB-MANTIDOS(WS-IDX-ACHADO)
000711                    SET WS-DATA-NA-TABELA TO TRUE
000712                END-IF
000713            END-IF.
000714*
000715**----------------------------------------------------------------*
000716        8500-EMITIR-SECAO-ARQUIVO.
000717**----------------------------------------------------------------*
000718*    EMITE NO RELATORIO DE EXPURGO A SECAO DO ARQUIVO CORRENTE:
000719*    UMA LINHA POR DATA E A LINHA DE TOTAIS, E ACUMULA OS TOTAIS
000720*    GERAIS.
000721*
000722            MOVE SPACES TO WS-LINHA-RELATORIO.
000723            WRITE WS-LINHA-RELATORIO.
000724*
000725            MOVE WS-NOME-ARQUIVO TO WS-ARQ-NOME.
000726            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-ARQUIVO.
000727*
000728            PERFORM VARYING WS-IDX-DATAS FROM 1 BY 1
000729                    UNTIL WS-IDX-DATAS > WS-CONT-TABELA-DATAS
000730                MOVE WS-TAB-DATA(WS-IDX-DATAS) TO WS-DAT-DATA
000731                MOVE WS-TAB-ARQUIVADOS(WS-IDX-DATAS)
000732                    TO WS-DAT-ARQUIVADOS
000733                MOVE WS-TAB-MANTIDOS(WS-IDX-DATAS)
000734                    TO WS-DAT-MANTIDOS
000735                WRITE WS-LINHA-RELATORIO FROM WS-LINHA-DATA
000736            END-PERFORM.
000737*
000738            IF WS-CONT-OUTRAS-ARQ > ZERO
000739               OR WS-CONT-OUTRAS-MAN > ZERO
000740                MOVE WS-CONT-OUTRAS-ARQ TO WS-OUT-ARQUIVADOS
000741                MOVE WS-CONT-OUTRAS-MAN TO WS-OUT-MANTIDOS
000742                WRITE WS-LINHA-RELATORIO FROM WS-LINHA-OUTRAS
000743            END-IF.
000744*
000745            MOVE WS-CONT-LIDOS      TO WS-TOTA-LIDOS.
000746            MOVE WS-CONT-ARQUIVADOS TO WS-TOTA-ARQUIVADOS.
000747            MOVE WS-CONT-MANTIDOS   TO WS-TOTA-MANTIDOS.
000748            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-TOTAL-ARQ.
000749*
000750            ADD WS-CONT-LIDOS      TO WS-TOT-LIDOS.
000751            ADD WS-CONT-ARQUIVADOS TO WS-TOT-ARQUIVADOS.
000752            ADD WS-CONT-MANTIDOS   TO WS-TOT-MANTIDOS.
000753*
000754**----------------------------------------------------------------*
000755        9000-EMITIR-TOTAL-GERAL.
000756**----------------------------------------------------------------*
000757            MOVE SPACES TO WS-LINHA-RELATORIO.
000758            WRITE WS-LINHA-RELATORIO.
000759*
000760            MOVE WS-TOT-LIDOS      TO WS-TOTG-LIDOS.
000761            MOVE WS-TOT-ARQUIVADOS TO WS-TOTG-ARQUIVADOS.
000762            MOVE WS-TOT-MANTIDOS   TO WS-TOTG-MANTIDOS.
000763            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-TOTAL-GERAL.
000764*
000765            DISPLAY 'EXPURGO CONCLUIDO - LIDOS '
000766                WS-TOT-LIDOS
000767                ' ARQUIVADOS ' WS-TOT-ARQUIVADOS
000768                ' MANTIDOS ' WS-TOT-MANTIDOS.
000769*
000770**----------------------------------------------------------------*
000771        9700-REGISTRAR-RESULTADO.
000772**----------------------------------------------------------------*
000773*    GRAVA NO ARQUIVO CENTRAL DE MENSAGENS (MENSAGEM) O
000774*    DESFECHO DA EXECUCAO QUANDO HOUVE ALGO ACIONAVEL
000775*    (RETURN-CODE >= 4); O RELATORIO DE EXCECOES DO COBOL020 E
000776*    MONTADO DALI, EM VEZ DE O OPERADOR GARIMPAR O SYSOUT.
000777*
000778            IF RETURN-CODE >= WS-RC-AVISO
000779                IF RETURN-CODE >= WS-RC-ERRO-DADOS
000780                    MOVE "E" TO WS-MSG-SEVERIDADE
000781                ELSE
000782                    MOVE "A" TO WS-MSG-SEVERIDADE
000783                END-IF
000784                MOVE RETURN-CODE TO WS-MSG-CODIGO-RC
000785                MOVE 'EXPURGO COM PROBLEMA - VER RELEXPUR'
000786                    TO WS-MSG-TEXTO
000787                PERFORM 9800-GRAVAR-MENSAGEM
000788            END-IF.
000789*
000790**----------------------------------------------------------------*
000791        9800-GRAVAR-MENSAGEM.
000792**----------------------------------------------------------------*
000793            OPEN EXTEND MSG-FILE.
000794*
000795            IF WS-FS-MENSAGEM NOT = "00"
000796                DISPLAY 'ERRO AO ABRIR MENSAGEM - FS='
000797                    WS-FS-MENSAGEM
000798            ELSE
000799                MOVE 'COBOL009' TO MG-PROGRAM-ID
000800                MOVE WS-MSG-SEVERIDADE TO MG-SEVERIDADE
000801                MOVE WS-MSG-CODIGO-COMP TO MG-CODIGO
000802                MOVE WS-DH-DATA TO MG-DATA-MOVIMENTO
000803                MOVE WS-DH-HORA TO MG-HORA-GRAVACAO
000804                MOVE WS-MSG-TEXTO TO MG-TEXTO
000805*
000806                WRITE MG-MESSAGE-RECORD
000807*
000808                IF WS-FS-MENSAGEM NOT = "00"
000809                    DISPLAY 'ERRO AO GRAVAR MENSAGEM - FS='
000810                        WS-FS-MENSAGEM
000811                END-IF
000812*
000813                CLOSE MSG-FILE
000814            END-IF.
000815*
000816        END PROGRAM COBOL009.
000817* FIM DO PROGRAMA ****************************
