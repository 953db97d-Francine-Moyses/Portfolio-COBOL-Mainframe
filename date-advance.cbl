000045                ORGANIZATION IS SEQUENTIAL
000046                FILE STATUS IS WS-FS-FERIADOS.
000047*
000048            SELECT OPTIONAL STAT-FILE ASSIGN TO "ESTATIST"
000049                ORGANIZATION IS SEQUENTIAL
000050                FILE STATUS IS WS-FS-ESTATIST.
000051*
000052****************
000053        DATA DIVISION.
000054****************
000055*
000056        FILE SECTION.
000057*
000058        FD  DATE-CARD
000059            RECORDING MODE IS F.
000060        COPY "DATPREC.cpy".
000061*
000062        FD  HOLIDAY-FILE
000063            RECORDING MODE IS F.
000064        01  WS-FERIADO-RECORD.
000065            05  FE-DATA                 PIC 9(8).
000066            05  FILLER                  PIC X(72).
000067*
000068        FD  STAT-FILE
000069            RECORDING MODE IS F.
000070        COPY "ESTATREC.cpy".
000071*
000072        WORKING-STORAGE SECTION.
000073*
000074        01  WS-CONDICAO-RETORNO.
000075            05  WS-RC-NORMAL             PIC 9(2) VALUE 00.
000076            05  WS-RC-ERRO-DADOS         PIC 9(2) VALUE 08.
000077            05  WS-RC-ERRO-SEVERO        PIC 9(2) VALUE 16.
000078*
000079        01  WS-FS-DATAPROC             PIC X(2) VALUE SPACES.
000080        01  WS-FS-FERIADOS             PIC X(2) VALUE SPACES.
000081        01  WS-FS-ESTATIST             PIC X(2) VALUE SPACES.
000082*
000083        77  WS-FERIADOS-FIM            PIC X(1) VALUE "N".
000084            88  WS-ACABOU-FERIADOS          VALUE "S".
000085*
000086        77  WS-MAX-TABELA-FERIADOS     PIC 9(3) VALUE 200.
000087        77  WS-CONT-TABELA-FERIADOS    PIC 9(3) VALUE ZERO.
000088        77  WS-IDX-FERIADOS            PIC 9(3) VALUE ZERO.
000089        77  WS-DIA-FERIADO             PIC X(1) VALUE "N".
000090            88  WS-E-FERIADO                VALUE "S".
000091*
000092        01  WS-TABELA-FERIADOS.
000093            05  WS-TAB-FERIADO         OCCURS 200 TIMES
000094                                       PIC 9(8).
000095*
000096        77  WS-DATA-CORRENTE           PIC 9(8) VALUE ZERO.
000097        77  WS-DATA-CANDIDATA          PIC 9(8) VALUE ZERO.
000098        77  WS-DIAS-CANDIDATA          PIC 9(7) VALUE ZERO.
000099        77  WS-DIA-SEMANA              PIC 9(1) VALUE ZERO.
000100        77  WS-CONT-TENTATIVAS         PIC 9(3) VALUE ZERO.
000101        77  WS-MAX-TENTATIVAS          PIC 9(3) VALUE 366.
000102        77  WS-DIA-UTIL-ACHADO         PIC X(1) VALUE "N".
000103            88  WS-ACHOU-DIA-UTIL           VALUE "S".
000104*
000105        01  WS-INICIO-EXECUCAO.
000106            05  WS-IE-DATA              PIC 9(8).
000107            05  WS-IE-HORA              PIC 9(6).
000108            05  FILLER                  PIC X(7).
000109        01  WS-FIM-EXECUCAO.
000110            05  WS-FE-DATA              PIC 9(8).
000111            05  WS-FE-HORA              PIC 9(6).
000112            05  FILLER                  PIC X(7).
000113*
000114*********************
000115        PROCEDURE DIVISION.
000116*********************
000117*
000118            MOVE FUNCTION CURRENT-DATE TO WS-INICIO-EXECUCAO.
000119*
000120            MOVE WS-RC-NORMAL TO RETURN-CODE.
000121*
000122            PERFORM 1000-CARREGAR-FERIADOS.
000123            PERFORM 2000-LER-CARTAO.
000124*
000125            IF RETURN-CODE = WS-RC-NORMAL
000126                PERFORM 3000-PROCURAR-DIA-UTIL
000127            END-IF.
000128*
000129            IF RETURN-CODE = WS-RC-NORMAL
000130                PERFORM 4000-REGRAVAR-CARTAO
000131            END-IF.
000132*
000133            IF RETURN-CODE = WS-RC-NORMAL
000134                DISPLAY 'DATA DE PROCESSAMENTO AVANCADA DE '
000135                    WS-DATA-CORRENTE ' PARA ' WS-DATA-CANDIDATA
000136            ELSE
000137                DISPLAY 'DATA DE PROCESSAMENTO NAO AVANCADA - '
000138                    'RETURN-CODE ' RETURN-CODE
000139            END-IF.
000140*
000141            PERFORM 9750-GRAVAR-ESTATISTICA.
000142*
000143            STOP RUN.
000144*
000145**----------------------------------------------------------------*
000146        1000-CARREGAR-FERIADOS.
000147**----------------------------------------------------------------*
000148*    CARREGA O CALENDARIO DE FERIADOS NA TABELA (ATE 200 DATAS;
000149*    ALEM DISSO, AVISA NA CONSOLA - O CALENDARIO DEVE CONTER SO
000150*    OS FERIADOS A FRENTE, EXPURGADO DE TEMPOS EM TEMPOS).
000151*
000152            OPEN INPUT HOLIDAY-FILE.
000153*
000154            IF WS-FS-FERIADOS = "00"
000155                PERFORM UNTIL WS-ACABOU-FERIADOS
000156                    READ HOLIDAY-FILE
000157                        AT END
000158                            SET WS-ACABOU-FERIADOS TO TRUE
000159                        NOT AT END
000160                            IF WS-CONT-TABELA-FERIADOS <
000161                                    WS-MAX-TABELA-FERIADOS
000162                                ADD 1 TO WS-CONT-TABELA-FERIADOS
000163                                MOVE FE-DATA TO WS-TAB-FERIADO
000164                                    (WS-CONT-TABELA-FERIADOS)
000165                            ELSE
000166                                DISPLAY 'AVISO: TABELA DE '
000167                                    'FERIADOS CHEIA - DATA '
000168                                    'IGNORADA: '
000169                                        FE-DATA
000170                            END-IF
000171                    END-READ
000172                END-PERFORM
000173            END-IF.
000174*
000175            CLOSE HOLIDAY-FILE.
000176*
000177**----------------------------------------------------------------*
000178        2000-LER-CARTAO.
000179**----------------------------------------------------------------*
000180            OPEN I-O DATE-CARD.
000181*
000182            IF WS-FS-DATAPROC NOT = "00"
000183                DISPLAY 'ERRO: CARTAO DATAPROC INDISPONIVEL - '
000184                    'FS='
000185                        WS-FS-DATAPROC
000186                MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
000187            ELSE
000188                READ DATE-CARD
000189                    AT END
000190                        DISPLAY 'ERRO: CARTAO DATAPROC VAZIO'
000191                        MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
000192                        CLOSE DATE-CARD
000193                    NOT AT END
000194                        IF DP-DATA-PROCESSAMENTO IS NUMERIC
000195                           AND DP-DATA-PROCESSAMENTO > 16010101
000196                            MOVE DP-DATA-PROCESSAMENTO
000197                                TO WS-DATA-CORRENTE
000198                        ELSE
000199                            DISPLAY 'ERRO: CARTAO DATAPROC COM '
000200                                'DATA INVALIDA'
000201                            MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
000202                            CLOSE DATE-CARD
000203                        END-IF
000204                END-READ
000205            END-IF.
000206*
000207**----------------------------------------------------------------*
000208        3000-PROCURAR-DIA-UTIL.
000209**----------------------------------------------------------------*
000210*    PARTE DO DIA SEGUINTE AO CORRENTE E AVANCA UM DIA DE CADA
000211*    VEZ ATE ACHAR UM DIA QUE NAO SEJA SABADO, DOMINGO NEM
000212*    FERIADO. O DIA DA SEMANA VEM DO RESTO DA DIVISAO DO NUMERO
000213*    INTEIRO DO DIA POR 7 (O DIA 1 DO CALENDARIO INTEIRO,
000214*    01/01/1601, FOI UMA SEGUNDA-FEIRA: RESTO 1 = SEGUNDA ...
000215*    RESTO 6 = SABADO, RESTO 0 = DOMINGO).
000216*
000217            COMPUTE WS-DIAS-CANDIDATA =
000218                FUNCTION INTEGER-OF-DATE(WS-DATA-CORRENTE).
000219*
000220            PERFORM UNTIL WS-ACHOU-DIA-UTIL
000221                    OR WS-CONT-TENTATIVAS >= WS-MAX-TENTATIVAS
000222                ADD 1 TO WS-DIAS-CANDIDATA
000223                ADD 1 TO WS-CONT-TENTATIVAS
000224                COMPUTE WS-DATA-CANDIDATA =
000225                    FUNCTION DATE-OF-INTEGER(WS-DIAS-CANDIDATA)
000226                COMPUTE WS-DIA-SEMANA =
000227                    FUNCTION MOD(WS-DIAS-CANDIDATA 7)
000228                IF WS-DIA-SEMANA NOT = 6
000229                   AND WS-DIA-SEMANA NOT = 0
000230                    PERFORM 3100-CONFERIR-FERIADO
000231                    IF NOT WS-E-FERIADO
000232                        SET WS-ACHOU-DIA-UTIL TO TRUE
000233                    END-IF
000234                END-IF
000235            END-PERFORM.
000236*
000237            IF NOT WS-ACHOU-DIA-UTIL
000238                DISPLAY 'ERRO: NENHUM DIA UTIL EM UM ANO - '
000239                    'CONFERIR O CALENDARIO DE FERIADOS'
000240                MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
000241                CLOSE DATE-CARD
000242            END-IF.
000243*
000244**----------------------------------------------------------------*
000245        3100-CONFERIR-FERIADO.
000246**----------------------------------------------------------------*
000247            MOVE "N" TO WS-DIA-FERIADO.
000248*
000249            PERFORM VARYING WS-IDX-FERIADOS FROM 1 BY 1
000250                    UNTIL WS-IDX-FERIADOS >
000251                              WS-CONT-TABELA-FERIADOS
000252                       OR WS-E-FERIADO
000253                IF WS-TAB-FERIADO(WS-IDX-FERIADOS)
000254                        = WS-DATA-CANDIDATA
000255                    SET WS-E-FERIADO TO TRUE
000256                END-IF
000257            END-PERFORM.
000258*
000259**----------------------------------------------------------------*
000260        4000-REGRAVAR-CARTAO.
000261**----------------------------------------------------------------*
000262            MOVE WS-DATA-CANDIDATA TO DP-DATA-PROCESSAMENTO.
000263*
000264            REWRITE DP-DATA-PROC-RECORD.
000265*
000266            IF WS-FS-DATAPROC NOT = "00"
000267                DISPLAY 'ERRO SEVERO AO REGRAVAR DATAPROC - FS='
000268                    WS-FS-DATAPROC
000269                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000270            END-IF.
000271*
000272            CLOSE DATE-CARD.
000273*
000274**----------------------------------------------------------------*
000275        9750-GRAVAR-ESTATISTICA.
000276**----------------------------------------------------------------*
000277*    ACRESCENTA NO ARQUIVO DE ESTATISTICAS DA JANELA DE BATCH
000278*    (ESTATIST, COPY ESTATREC) O INICIO, O FIM, OS VOLUMES E O
000279*    RETURN-CODE DESTA EXECUCAO, PARA A TENDENCIA DO COBOL035.
000280*    FALHA AQUI SO GERA AVISO NA CONSOLA - A ESTATISTICA NUNCA
000281*    MUDA O RETURN-CODE DO PASSO.
000282*
000283            MOVE FUNCTION CURRENT-DATE TO WS-FIM-EXECUCAO.
000284*
000285            OPEN EXTEND STAT-FILE.
000286*
000287            IF WS-FS-ESTATIST NOT = "00"
000288               AND WS-FS-ESTATIST NOT = "05"
000289                DISPLAY 'AVISO: ESTATISTICA NAO GRAVADA - FS='
000290                    WS-FS-ESTATIST
000291            ELSE
000292                MOVE SPACES TO ES-ESTATISTICA-RECORD
000293                MOVE WS-DATA-CORRENTE TO ES-DATA-MOVIMENTO
000294                MOVE 'COBOL016' TO ES-PROGRAM-ID
000295                MOVE SPACES TO ES-FUNCAO
000296                MOVE WS-IE-DATA TO ES-DATA-INICIO
000297                MOVE WS-IE-HORA TO ES-HORA-INICIO
000298                MOVE WS-FE-DATA TO ES-DATA-FIM
000299                MOVE WS-FE-HORA TO ES-HORA-FIM
000300                IF WS-DATA-CORRENTE = ZERO
000301                    MOVE WS-IE-DATA TO ES-DATA-MOVIMENTO
000302                END-IF
000303                COMPUTE ES-REGISTROS-LIDOS =
000304                    WS-CONT-TABELA-FERIADOS + 1
000305                IF RETURN-CODE = WS-RC-NORMAL
000306                    MOVE 1 TO ES-REGISTROS-GRAVADOS
000307                ELSE
000308                    MOVE ZERO TO ES-REGISTROS-GRAVADOS
000309                END-IF
000310                MOVE RETURN-CODE TO ES-RETURN-CODE
000311*
000312                WRITE ES-ESTATISTICA-RECORD
000313*
000314                IF WS-FS-ESTATIST NOT = "00"
000315                    DISPLAY 'AVISO: ESTATISTICA NAO GRAVADA - FS='
000316                        WS-FS-ESTATIST
000317                END-IF
000318*
000319                CLOSE STAT-FILE
000320            END-IF.
000321*
000322        END PROGRAM COBOL016.
000323* FIM DO PROGRAMA ****************************
