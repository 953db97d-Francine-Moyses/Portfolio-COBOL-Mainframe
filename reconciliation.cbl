000062                ORGANIZATION IS SEQUENTIAL
000063                FILE STATUS IS WS-FS-MENSAGEM.
000064*
000065            SELECT OPTIONAL STAT-FILE ASSIGN TO "ESTATIST"
000066                ORGANIZATION IS SEQUENTIAL
000067                FILE STATUS IS WS-FS-ESTATIST.
000068*
000069****************
000070        DATA DIVISION.
000071****************
000072*
000073        FILE SECTION.
000074*
000075        FD  AUDIT-LOG
000076            RECORDING MODE IS F.
000077        COPY "AUDITREC.cpy".
000078*
000079        FD  MASTER-FILE.
000080        COPY "MASTREC.cpy".
000081*
000082        FD  DATE-CARD
000083            RECORDING MODE IS F.
000084        COPY "DATPREC.cpy".
000085*
000086        FD  DISCREPANCY-RPT
000087            RECORDING MODE IS F.
000088        01  WS-LINHA-DIVERGENCIA        PIC X(80).
000089*
000090        FD  MSG-FILE
000091            RECORDING MODE IS F.
000092        COPY "MSGREC.cpy".
000093*
000094        FD  STAT-FILE
000095            RECORDING MODE IS F.
000096        COPY "ESTATREC.cpy".
000097*
000098        WORKING-STORAGE SECTION.
000099*
000100        01  WS-CONDICAO-RETORNO.
000101            05  WS-RC-NORMAL             PIC 9(2) VALUE 00.
000102            05  WS-RC-AVISO              PIC 9(2) VALUE 04.
000103            05  WS-RC-ERRO-DADOS         PIC 9(2) VALUE 08.
000104            05  WS-RC-ERRO-SEVERO        PIC 9(2) VALUE 16.
000105*
000106        77  WS-RC-LIMITE-SUCESSO       PIC 9(2) VALUE 08.
000107*
000108        77  WS-CHAVE-MASTER-OK         PIC X(1) VALUE "N".
000109            88  WS-CHAVE-MASTER-ENCONTRADA  VALUE "S".
000110*
000111        01  WS-FS-AUDIT                PIC X(2) VALUE SPACES.
000112        01  WS-FS-MASTER               PIC X(2) VALUE SPACES.
000113        01  WS-FS-DIVERG               PIC X(2) VALUE SPACES.
000114        01  WS-FS-DATAPROC             PIC X(2) VALUE SPACES.
000115        01  WS-FS-MENSAGEM             PIC X(2) VALUE SPACES.
000116        01  WS-FS-ESTATIST             PIC X(2) VALUE SPACES.
000117*
000118        01  WS-MSG-CODIGO-COMP.
000119            05  FILLER                  PIC X(2) VALUE "RC".
000120            05  WS-MSG-CODIGO-RC        PIC 9(2) VALUE ZERO.
000121        77  WS-MSG-SEVERIDADE          PIC X(1) VALUE "I".
000122        77  WS-MSG-TEXTO               PIC X(50) VALUE SPACES.
000123*
000124        77  WS-FIM-AUDIT               PIC X(1) VALUE "N".
000125            88  WS-ACABOU-AUDIT             VALUE "S".
000126        77  WS-FIM-MASTER              PIC X(1) VALUE "N".
000127            88  WS-ACABOU-MASTER            VALUE "S".
000128*
000129        77  WS-DATA-CONCILIACAO        PIC 9(8) VALUE ZERO.
000130*
000131        01  WS-DATA-HORA-ATUAL.
000132            05  WS-DH-DATA              PIC 9(8).
000133            05  WS-DH-HORA              PIC 9(6).
000134            05  WS-DH-CENTESIMOS        PIC 9(2).
000135            05  WS-DH-DIFGMT            PIC X(5).
000136*
000137        01  WS-INICIO-EXECUCAO.
000138            05  WS-IE-DATA              PIC 9(8).
000139            05  WS-IE-HORA              PIC 9(6).
000140            05  FILLER                  PIC X(7).
000141        01  WS-FIM-EXECUCAO.
000142            05  WS-FE-DATA              PIC 9(8).
000143            05  WS-FE-HORA              PIC 9(6).
000144            05  FILLER                  PIC X(7).
000145*
000146        77  WS-CONT-AUDIT-SUCESSO      PIC 9(6) VALUE ZERO.
000147        77  WS-CONT-AUDIT-REJEITADO    PIC 9(6) VALUE ZERO.
000148        77  WS-CONT-MASTER             PIC 9(6) VALUE ZERO.
000149        77  WS-CONT-CHAVE-DIVERGENTE   PIC 9(6) VALUE ZERO.
000150        77  WS-DIVERGENCIA             PIC S9(6) VALUE ZERO.
000151*
000152***************************
000153        LINKAGE SECTION.
000154***************************
000155*
000156        COPY "PARMREC.cpy".
000157*
000158        PROCEDURE DIVISION USING LK-PARM-RECORD.
000159*
000160            MOVE FUNCTION CURRENT-DATE TO WS-INICIO-EXECUCAO.
000161*
000162            MOVE WS-RC-NORMAL TO RETURN-CODE.
000163            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
000164*
000165            IF LK-PARM-LENGTH >= 8
000166                MOVE LK-PARM-NAME(1:8) TO WS-DATA-CONCILIACAO
000167            ELSE
000168                PERFORM 0050-OBTER-DATA-PROCESSO
000169                MOVE WS-DH-DATA TO WS-DATA-CONCILIACAO
000170            END-IF.
000171*
000172            DISPLAY 'CONCILIANDO AUDITLOG X MASTOUT PARA A DATA '
000173                    WS-DATA-CONCILIACAO.
000174*
000175            OPEN INPUT AUDIT-LOG.
000176*
000177            IF WS-FS-AUDIT NOT = "00"
000178                DISPLAY 'ERRO SEVERO AO ABRIR AUDITLOG - FS='
000179                    WS-FS-AUDIT
000180                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000181            ELSE
000182                OPEN INPUT MASTER-FILE
000183                IF WS-FS-MASTER NOT = "00"
000184                    DISPLAY 'ERRO SEVERO AO ABRIR MASTOUT - FS='
000185                        WS-FS-MASTER
000186                    MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000187                    CLOSE AUDIT-LOG
000188                ELSE
000189                    OPEN OUTPUT DISCREPANCY-RPT
000190                    IF WS-FS-DIVERG NOT = "00"
000191                        DISPLAY 'ERRO SEVERO AO ABRIR DIVERGEN - '
000192                            'FS='
000193                                WS-FS-DIVERG
000194                        MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000195                        CLOSE AUDIT-LOG
000196                        CLOSE MASTER-FILE
000197                    ELSE
000198                        PERFORM 2000-CONTAR-MASTER
000199                        PERFORM 1000-CONTAR-AUDITLOG
000200                        PERFORM 9000-EMITIR-DIVERGENCIA
000201*
000202                        IF WS-DIVERGENCIA NOT = ZERO
000203                           OR WS-CONT-CHAVE-DIVERGENTE NOT = ZERO
000204                            MOVE WS-RC-AVISO TO RETURN-CODE
000205                        END-IF
000206*
000207                        CLOSE AUDIT-LOG
000208                        CLOSE MASTER-FILE
000209                        CLOSE DISCREPANCY-RPT
000210                    END-IF
000211                END-IF
000212            END-IF.
000213*
000214            PERFORM 9700-REGISTRAR-RESULTADO.
000215*
000216            PERFORM 9750-GRAVAR-ESTATISTICA.
000217*
000218            GOBACK.
000219*
000220**----------------------------------------------------------------*
000221        0050-OBTER-DATA-PROCESSO.
000222**----------------------------------------------------------------*
000223*    SEM PARM, A DATA CONCILIADA E A DATA-MOVIMENTO DO CARTAO
000224*    DATAPROC (A MESMA QUE O COBOL003/COBOL004 CARIMBARAM NO
000225*    CICLO), E NAO A DATA DA MAQUINA - ASSIM A CONCILIACAO DE
000226*    UM DIA REPROCESSADO FECHA MESMO RODANDO NO DIA SEGUINTE.
000227*    SEM O CARTAO, VALE A DATA DA MAQUINA, COM AVISO.
000228*
000229            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
000230*
000231            OPEN INPUT DATE-CARD.
000232*
000233            IF WS-FS-DATAPROC = "00"
000234                READ DATE-CARD
000235                    AT END
000236                        DISPLAY 'AVISO: DATAPROC VAZIO - USANDO '
000237                            'A DATA DA MAQUINA'
000238                    NOT AT END
000239                        IF DP-DATA-PROCESSAMENTO IS NUMERIC
000240                           AND DP-DATA-PROCESSAMENTO > ZERO
000241                            MOVE DP-DATA-PROCESSAMENTO
000242                                TO WS-DH-DATA
000243                        ELSE
000244                            DISPLAY 'AVISO: DATAPROC INVALIDO - '
000245                                'USANDO A DATA DA MAQUINA'
000246                        END-IF
000247                END-READ
000248                CLOSE DATE-CARD
000249            ELSE
000250                DISPLAY 'AVISO: DATAPROC INDISPONIVEL - USANDO '
000251                    'A DATA DA MAQUINA'
000252            END-IF.
000253*
000254**----------------------------------------------------------------*
000255        1000-CONTAR-AUDITLOG.
000256**----------------------------------------------------------------*
000257*    CONTA, PARA A DATA PEDIDA, AS EXECUCOES DO COBOL004 QUE
000258*    RETORNARAM CODIGO DE SUCESSO (< 8, OU SEJA DEVERIAM TER
000259*    GRAVADO UM REGISTRO NO MESTRE) E AS QUE FORAM REJEITADAS
000260*    POR ERRO DE DADOS (>= 8, NAO GRAVAM NO MESTRE).
000261*
000262            PERFORM UNTIL WS-ACABOU-AUDIT
000263                READ AUDIT-LOG
000264                    AT END
000265                        SET WS-ACABOU-AUDIT TO TRUE
000266                    NOT AT END
000267                        IF AR-PROGRAM-ID = "COBOL004"
000268                           AND AR-DATA-EXECUCAO =
000269                               WS-DATA-CONCILIACAO
000270                            IF AR-RETURN-CODE <
000271                                WS-RC-LIMITE-SUCESSO
000272                                ADD 1 TO WS-CONT-AUDIT-SUCESSO
000273                                PERFORM
000274                                    1500-VERIFICAR-CHAVE-MASTER
000275                                IF NOT WS-CHAVE-MASTER-ENCONTRADA
000276                                    ADD 1 TO
000277                                        WS-CONT-CHAVE-DIVERGENTE
000278                                END-IF
000279                            ELSE
000280                                ADD 1 TO WS-CONT-AUDIT-REJEITADO
000281                            END-IF
000282                        END-IF
000283                END-READ
000284            END-PERFORM.
000285*
000286**----------------------------------------------------------------*
000287        1500-VERIFICAR-CHAVE-MASTER.
000288**----------------------------------------------------------------*
000289*    LE MASTOUT DIRETO PELA CHAVE AR-ID DO REGISTRO DE AUDITORIA
000290*    CORRENTE (O MESTRE E UM KSDS INDEXADO POR MR-ID), PARA
000291*    CONFIRMAR QUE O REGISTRO GRAVADO EM AUDITLOG TEM UM
000292*    CORRESPONDENTE REAL EM MASTOUT, E NAO SO A CONTAGEM BATENDO.
000293*
000294            MOVE "N" TO WS-CHAVE-MASTER-OK.
000295            MOVE AR-ID TO MR-ID.
000296*
000297            READ MASTER-FILE
000298                INVALID KEY
000299                    CONTINUE
000300                NOT INVALID KEY
000301                    SET WS-CHAVE-MASTER-ENCONTRADA TO TRUE
000302            END-READ.
000303*
000304**----------------------------------------------------------------*
000305        2000-CONTAR-MASTER.
000306**----------------------------------------------------------------*
000307*    PASSADA SEQUENCIAL PELO MESTRE KSDS (READ NEXT) SO PARA
000308*    CONTAR OS REGISTROS DA DATA CONCILIADA; A CONFERENCIA CHAVE
000309*    A CHAVE E FEITA POR LEITURA DIRETA EM 1500, SEM TABELA EM
000310*    MEMORIA NEM LIMITE DE QUANTIDADE.
000311*
000312            PERFORM UNTIL WS-ACABOU-MASTER
000313                READ MASTER-FILE NEXT
000314                    AT END
000315                        SET WS-ACABOU-MASTER TO TRUE
000316                    NOT AT END
000317                        IF MR-DATA-EXECUCAO = WS-DATA-CONCILIACAO
000318                            ADD 1 TO WS-CONT-MASTER
000319                        END-IF
000320                END-READ
000321            END-PERFORM.
000322*
000323**----------------------------------------------------------------*
000324        9000-EMITIR-DIVERGENCIA.
000325**----------------------------------------------------------------*
000326*    COMPUTA A DIFERENCA ENTRE O QUE O AUDITLOG DIZ QUE DEVERIA
000327*    TER SIDO GRAVADO E O QUE REALMENTE ESTA EM MASTOUT, E
000328*    EMITE O RELATORIO DE CONTROLE DE TOTAIS.
000329*
000330            COMPUTE WS-DIVERGENCIA =
000331                    WS-CONT-AUDIT-SUCESSO - WS-CONT-MASTER.
000332*
000333            MOVE SPACES TO WS-LINHA-DIVERGENCIA.
000334            STRING 'CONCILIACAO AUDITLOG X MASTOUT - DATA '
000335               DELIMITED SIZE
000336                   WS-DATA-CONCILIACAO DELIMITED SIZE
000337                   INTO WS-LINHA-DIVERGENCIA.
000338            WRITE WS-LINHA-DIVERGENCIA.
000339*
000340            MOVE SPACES TO WS-LINHA-DIVERGENCIA.
000341            STRING 'AUDITLOG COBOL004 SUCESSO (RC<8) : '
000342                        DELIMITED SIZE
000343                   WS-CONT-AUDIT-SUCESSO DELIMITED SIZE
000344                   INTO WS-LINHA-DIVERGENCIA.
000345            WRITE WS-LINHA-DIVERGENCIA.
000346*
000347            MOVE SPACES TO WS-LINHA-DIVERGENCIA.
000348            STRING 'AUDITLOG COBOL004 REJEITADO (RC>=8): '
000349                        DELIMITED SIZE
000350                   WS-CONT-AUDIT-REJEITADO DELIMITED SIZE
000351                   INTO WS-LINHA-DIVERGENCIA.
000352            WRITE WS-LINHA-DIVERGENCIA.
000353*
000354            MOVE SPACES TO WS-LINHA-DIVERGENCIA.
000355            STRING 'REGISTROS EM MASTOUT PARA A DATA   : '
000356                        DELIMITED SIZE
000357                   WS-CONT-MASTER DELIMITED SIZE
000358                   INTO WS-LINHA-DIVERGENCIA.
000359            WRITE WS-LINHA-DIVERGENCIA.
000360*
000361            MOVE SPACES TO WS-LINHA-DIVERGENCIA.
000362            STRING 'AUDITLOG SEM CHAVE CORRESPONDENTE  : '
000363                        DELIMITED SIZE
000364                   WS-CONT-CHAVE-DIVERGENTE DELIMITED SIZE
000365                   INTO WS-LINHA-DIVERGENCIA.
000366            WRITE WS-LINHA-DIVERGENCIA.
000367*
000368            MOVE SPACES TO WS-LINHA-DIVERGENCIA.
000369            IF WS-DIVERGENCIA = ZERO
000370               AND WS-CONT-CHAVE-DIVERGENTE = ZERO
000371                STRING 'RESULTADO: CONCILIADO - SEM DIVERGENCIAS'
000372                       DELIMITED SIZE
000373                       INTO WS-LINHA-DIVERGENCIA
000374            ELSE
000375                STRING 'RESULTADO: DIVERGENCIA ENCONTRADA = '
000376                           DELIMITED SIZE
000377                       WS-DIVERGENCIA DELIMITED SIZE
000378                       INTO WS-LINHA-DIVERGENCIA
000379            END-IF.
000380            WRITE WS-LINHA-DIVERGENCIA.
000381*
000382**----------------------------------------------------------------*
000383        9700-REGISTRAR-RESULTADO.
000384**----------------------------------------------------------------*
000385*    GRAVA NO ARQUIVO CENTRAL DE MENSAGENS (MENSAGEM) O
000386*    DESFECHO DA EXECUCAO QUANDO HOUVE ALGO ACIONAVEL
000387*    (RETURN-CODE >= 4); O RELATORIO DE EXCECOES DO COBOL020 E
000388*    MONTADO DALI, EM VEZ DE O OPERADOR GARIMPAR O SYSOUT. A
000389*    DATA DA MENSAGEM E A DATA CONCILIADA, NAO A DA MAQUINA.
000390*
000391            IF RETURN-CODE >= WS-RC-AVISO
000392                IF RETURN-CODE >= WS-RC-ERRO-DADOS
000393                    MOVE "E" TO WS-MSG-SEVERIDADE
000394                ELSE
000395                    MOVE "A" TO WS-MSG-SEVERIDADE
000396                END-IF
000397                MOVE RETURN-CODE TO WS-MSG-CODIGO-RC
000398                MOVE 'CONCILIACAO COM DIVERGENCIA - VER DIVERGEN'
000399                    TO WS-MSG-TEXTO
000400                PERFORM 9800-GRAVAR-MENSAGEM
000401            END-IF.
000402*
000403**----------------------------------------------------------------*
000404        9750-GRAVAR-ESTATISTICA.
000405**----------------------------------------------------------------*
000406*    ACRESCENTA NO ARQUIVO DE ESTATISTICAS DA JANELA DE BATCH
000407*    (ESTATIST, COPY ESTATREC) O INICIO, O FIM, OS VOLUMES E O
000408*    RETURN-CODE DESTA EXECUCAO, PARA A TENDENCIA DO COBOL035.
000409*    FALHA AQUI SO GERA AVISO NA CONSOLA - A ESTATISTICA NUNCA
000410*    MUDA O RETURN-CODE DO PASSO.
000411*
000412            MOVE FUNCTION CURRENT-DATE TO WS-FIM-EXECUCAO.
000413*
000414            OPEN EXTEND STAT-FILE.
000415*
000416            IF WS-FS-ESTATIST NOT = "00"
000417               AND WS-FS-ESTATIST NOT = "05"
000418                DISPLAY 'AVISO: ESTATISTICA NAO GRAVADA - FS='
000419                    WS-FS-ESTATIST
000420            ELSE
000421                MOVE SPACES TO ES-ESTATISTICA-RECORD
000422                MOVE WS-DATA-CONCILIACAO TO ES-DATA-MOVIMENTO
000423                MOVE 'COBOL007' TO ES-PROGRAM-ID
000424                MOVE SPACES TO ES-FUNCAO
000425                MOVE WS-IE-DATA TO ES-DATA-INICIO
000426                MOVE WS-IE-HORA TO ES-HORA-INICIO
000427                MOVE WS-FE-DATA TO ES-DATA-FIM
000428                MOVE WS-FE-HORA TO ES-HORA-FIM
000429                COMPUTE ES-REGISTROS-LIDOS =
000430                    WS-CONT-AUDIT-SUCESSO
000431                  + WS-CONT-AUDIT-REJEITADO
000432                  + WS-CONT-MASTER
000433                MOVE WS-CONT-CHAVE-DIVERGENTE
000434                    TO ES-REGISTROS-GRAVADOS
000435                MOVE RETURN-CODE TO ES-RETURN-CODE
000436*
000437                WRITE ES-ESTATISTICA-RECORD
000438*
000439                IF WS-FS-ESTATIST NOT = "00"
000440                    DISPLAY 'AVISO: ESTATISTICA NAO GRAVADA - FS='
000441                        WS-FS-ESTATIST
000442                END-IF
000443*
000444                CLOSE STAT-FILE
000445            END-IF.
000446*
000447**----------------------------------------------------------------*
000448        9800-GRAVAR-MENSAGEM.
000449**----------------------------------------------------------------*
000450            OPEN EXTEND MSG-FILE.
000451*
000452            IF WS-FS-MENSAGEM NOT = "00"
000453                DISPLAY 'ERRO AO ABRIR MENSAGEM - FS='
000454                    WS-FS-MENSAGEM
000455            ELSE
000456                MOVE 'COBOL007' TO MG-PROGRAM-ID
000457                MOVE WS-MSG-SEVERIDADE TO MG-SEVERIDADE
000458                MOVE WS-MSG-CODIGO-COMP TO MG-CODIGO
000459                MOVE WS-DATA-CONCILIACAO TO MG-DATA-MOVIMENTO
000460                MOVE WS-DH-HORA TO MG-HORA-GRAVACAO
000461                MOVE WS-MSG-TEXTO TO MG-TEXTO
000462*
000463                WRITE MG-MESSAGE-RECORD
000464*
000465                IF WS-FS-MENSAGEM NOT = "00"
000466                    DISPLAY 'ERRO AO GRAVAR MENSAGEM - FS='
000467                        WS-FS-MENSAGEM
000468                END-IF
000469*
000470                CLOSE MSG-FILE
000471            END-IF.
000472*
000473        END PROGRAM COBOL007.
000474* FIM DO PROGRAMA ****************************
