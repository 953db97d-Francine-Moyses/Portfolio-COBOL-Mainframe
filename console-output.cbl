000100                ORGANIZATION IS SEQUENTIAL
000101                FILE STATUS IS WS-FS-ORIGEM.
000102*
000103            SELECT OPTIONAL STAT-FILE ASSIGN TO "ESTATIST"
000104                ORGANIZATION IS SEQUENTIAL
000105                FILE STATUS IS WS-FS-ESTATIST.
000106*
000107        DATA DIVISION.
000108*
000109        FILE SECTION.
000110*
000111        FD  NAME-OUT
000112            RECORDING MODE IS F.
000113        COPY "NAMEREC.cpy".
000114*
000115        FD  AUDIT-LOG
000116            RECORDING MODE IS F.
000117        COPY "AUDITREC.cpy".
000118*
000119        FD  CKPT-FILE
000120            RECORDING MODE IS F.
000121        COPY "CKPTREC.cpy".
000122*
000123        FD  DATE-CARD
000124            RECORDING MODE IS F.
000125        COPY "DATPREC.cpy".
000126*
000127        FD  LOT-IN
000128            RECORDING MODE IS F.
000129        01  LT-NOME-RECORD             PIC X(30).
000130*
000131        FD  REJECT-FILE
000132            RECORDING MODE IS F.
000133        COPY "REJREC.cpy".
000134*
000135        FD  MSG-FILE
000136            RECORDING MODE IS F.
000137        COPY "MSGREC.cpy".
000138*
000139        FD  ORIGIN-CARD
000140            RECORDING MODE IS F.
000141        COPY "ORIGREC.cpy".
000142*
000143        FD  STAT-FILE
000144            RECORDING MODE IS F.
000145        COPY "ESTATREC.cpy".
000146*
000147        WORKING-STORAGE SECTION.
000148*
000149        01  WS-CONDICAO-RETORNO.
000150            05  WS-RC-NORMAL             PIC 9(2) VALUE 00.
000151            05  WS-RC-AVISO              PIC 9(2) VALUE 04.
000152            05  WS-RC-ERRO-DADOS         PIC 9(2) VALUE 08.
000153            05  WS-RC-ERRO-SEVERO        PIC 9(2) VALUE 16.
000154*
000155        77  WSS-NOME                   PIC X(30).
000156        77  WSS-PARM-RECEBIDO          PIC X(3) VALUE "NAO".
000157        77  WS-FS-NOME-OUT             PIC X(2) VALUE SPACES.
000158        77  WS-FS-AUDIT                PIC X(2) VALUE SPACES.
000159        77  WS-FS-CKPT                 PIC X(2) VALUE SPACES.
000160        77  WS-FS-REJECT               PIC X(2) VALUE SPACES.
000161        77  WS-FS-MENSAGEM             PIC X(2) VALUE SPACES.
000162        77  WS-FS-ORIGEM               PIC X(2) VALUE SPACES.
000163        77  WS-ORIGEM                  PIC X(4) VALUE "GER ".
000164        77  WS-AUDIT-SEQ               PIC 9(9) VALUE ZERO.
000165        77  WS-CHECK-ANTERIOR          PIC 9(9) VALUE ZERO.
000166        77  WS-CHECK-CALCULADO         PIC 9(9) VALUE ZERO.
000167        77  WS-SOMA-BYTES              PIC 9(6) VALUE ZERO.
000168        77  WS-IDX-CHECK               PIC 9(2) VALUE ZERO.
000169        77  WS-AUDIT-SCAN-FIM          PIC X(1) VALUE "N".
000170            88  WS-ACABOU-AUDIT-SCAN        VALUE "S".
000171*
000172        01  WS-MSG-CODIGO-COMP.
000173            05  FILLER                  PIC X(2) VALUE "RC".
000174            05  WS-MSG-CODIGO-RC        PIC 9(2) VALUE ZERO.
000175        77  WS-MSG-SEVERIDADE          PIC X(1) VALUE "I".
000176        77  WS-MSG-TEXTO               PIC X(50) VALUE SPACES.
000177*
000178        01  WS-DATA-HORA-ATUAL.
000179            05  WS-DH-DATA              PIC 9(8).
000180            05  WS-DH-HORA              PIC 9(6).
000181            05  WS-DH-CENTESIMOS        PIC 9(2).
000182            05  WS-DH-DIFGMT            PIC X(5).
000183*
000184        01  WS-INICIO-EXECUCAO.
000185            05  WS-IE-DATA              PIC 9(8).
000186            05  WS-IE-HORA              PIC 9(6).
000187            05  FILLER                  PIC X(7).
000188        01  WS-FIM-EXECUCAO.
000189            05  WS-FE-DATA              PIC 9(8).
000190            05  WS-FE-HORA              PIC 9(6).
000191            05  FILLER                  PIC X(7).
000192*
000193        77  WS-CKPT-FIM                PIC X(1) VALUE "N".
000194            88  WS-CKPT-ACABOU              VALUE "S".
000195        77  WS-CKPT-ENCONTRADO         PIC X(1) VALUE "N".
000196            88  WS-CKPT-JA-CONCLUIDO        VALUE "S".
000197*
000198        77  WS-NOME-OK                 PIC X(1) VALUE "S".
000199            88  WS-NOME-REJEITADO           VALUE "N".
000200        77  WS-MOTIVO-REJEICAO         PIC X(2) VALUE SPACES.
000201        77  WS-IDX                     PIC 9(2) VALUE ZERO.
000202*
000203        77  WS-FS-LOTE                 PIC X(2) VALUE SPACES.
000204        77  WS-FS-DATAPROC             PIC X(2) VALUE SPACES.
000205        77  WS-FS-ESTATIST             PIC X(2) VALUE SPACES.
000206        77  WS-MODO-EXECUCAO           PIC X(1) VALUE "U".
000207            88  WS-MODO-LOTE                VALUE "L".
000208        77  WS-LOTE-FIM                PIC X(1) VALUE "N".
000209            88  WS-ACABOU-LOTE              VALUE "S".
000210        77  WS-CHAVE-CHECKPOINT        PIC X(30) VALUE SPACES.
000211*
000212        77  WS-CONT-LOTE-LIDOS         PIC 9(6) VALUE ZERO.
000213        77  WS-CONT-LOTE-ACEITOS       PIC 9(6) VALUE ZERO.
000214        77  WS-CONT-LOTE-REJEITADOS    PIC 9(6) VALUE ZERO.
000215        77  WS-PRIMEIRO-NOME           PIC X(30) VALUE SPACES.
000216        77  WS-CONT-REGRAVADOS         PIC 9(6) VALUE ZERO.
000217        77  WS-CONT-LOTE-TOTAL         PIC 9(8) VALUE ZERO.
000218        77  WS-CHAVE-LOTE-QTD          PIC 9(8) VALUE ZERO.
000219*
000220***************************
000221        LINKAGE SECTION.
000222***************************
000223*
000224        COPY "PARMREC.cpy".
000225*
000226        PROCEDURE DIVISION USING LK-PARM-RECORD.
000227*
000228            MOVE FUNCTION CURRENT-DATE TO WS-INICIO-EXECUCAO.
000229*
000230            PERFORM 0050-OBTER-DATA-PROCESSO.
000231*
000232            PERFORM 0080-OBTER-ORIGEM.
000233*
000234            PERFORM 1000-RECEBER-PARAMETRO.
000235*
000236            PERFORM 0200-VERIFICAR-MODO-LOTE.
000237*
000238            IF RETURN-CODE < WS-RC-ERRO-SEVERO
000239                PERFORM 0100-VERIFICAR-CHECKPOINT
000240                PERFORM 0300-PROCESSAR-PRINCIPAL
000241            END-IF.
000242*
000243            PERFORM 9700-REGISTRAR-RESULTADO.
000244*
000245            PERFORM 9750-GRAVAR-ESTATISTICA.
000246*
000247            GOBACK.
000248*
000249**----------------------------------------------------------------*
000250        0300-PROCESSAR-PRINCIPAL.
000251**----------------------------------------------------------------*
000252*    FLUXO PRINCIPAL DO PASSO, DEPOIS DE DEFINIDO O MODO DE
000253*    EXECUCAO E CONFERIDO O CHECKPOINT DE RESTART.
000254*
000255            IF WS-CKPT-JA-CONCLUIDO
000256                DISPLAY 'COBOL003 JA CONCLUIDO HOJE - RESTART, '
000257                    'PULANDO PASSO'
000258                MOVE WS-RC-NORMAL TO RETURN-CODE
000259                PERFORM 2700-REGRAVAR-NOMESAI-RESTART
000260            ELSE
000261                IF WS-MODO-LOTE
000262                    PERFORM 2500-PROCESSAR-LOTE
000263                ELSE
000264                    DISPLAY 'MEU PRIMEIRO PROGRAMA COBOL'
000265                    PERFORM 1500-VALIDAR-NOME
000266*
000267                    IF WS-NOME-REJEITADO
000268                        DISPLAY 'WSS-NOME REJEITADO - MOTIVO='
000269                            WS-MOTIVO-REJEICAO
000270                        PERFORM 1600-GRAVAR-REJEITO
000271                        MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
000272                    ELSE
000273                        DISPLAY 'WSS-NOME  = '  WSS-NOME
000274                        PERFORM 2000-GRAVAR-ARQUIVO-SAIDA
000275                    END-IF
000276                END-IF
000277*
000278                PERFORM 9000-GRAVAR-AUDITORIA
000279*
000280                IF RETURN-CODE < WS-RC-ERRO-DADOS
000281                    PERFORM 9100-GRAVAR-CHECKPOINT
000282                END-IF
000283            END-IF.
000284*
000285**----------------------------------------------------------------*
000286        0050-OBTER-DATA-PROCESSO.
000287**----------------------------------------------------------------*
000288*    A DATA-MOVIMENTO OFICIAL VEM DO CARTAO DATAPROC (AVANCADO
000289*    PELO COBOL016 AO FIM DE CADA CICLO), PARA QUE UM DIA
000290*    PERDIDO POSSA SER REPROCESSADO DEPOIS COM A DATA CERTA.
000291*    SEM O CARTAO, VALE A DATA DA MAQUINA, COM AVISO NA
000292*    CONSOLA. A HORA E SEMPRE A DO RELOGIO.
000293*
000294            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
000295*
000296            OPEN INPUT DATE-CARD.
000297*
000298            IF WS-FS-DATAPROC = "00"
000299                READ DATE-CARD
000300                    AT END
000301                        DISPLAY 'AVISO: DATAPROC VAZIO - USANDO '
000302                            'A DATA DA MAQUINA'
000303                    NOT AT END
000304                        IF DP-DATA-PROCESSAMENTO IS NUMERIC
000305                           AND DP-DATA-PROCESSAMENTO > ZERO
000306                            MOVE DP-DATA-PROCESSAMENTO
000307                                TO WS-DH-DATA
000308                        ELSE
000309                            DISPLAY 'AVISO: DATAPROC INVALIDO - '
000310                                'USANDO A DATA DA MAQUINA'
000311                        END-IF
000312                END-READ
000313                CLOSE DATE-CARD
000314            ELSE
000315                DISPLAY 'AVISO: DATAPROC INDISPONIVEL - USANDO '
000316                    'A DATA DA MAQUINA'
000317            END-IF.
000318*
000319**----------------------------------------------------------------*
000320        0080-OBTER-ORIGEM.
000321**----------------------------------------------------------------*
000322*    O CODIGO DE ORIGEM VEM DO CARTAO OPCIONAL ORIGEM - UM POR
000323*    DECK LOTEENT OU POR EXECUCAO POR PARM. SEM O CARTAO (OU
000324*    COM ELE EM BRANCO), VALE O CODIGO PADRAO "GER ", PARA O
000325*    RESTO DA CADEIA NUNCA VER ORIGEM VAZIA.
000326*
000327            OPEN INPUT ORIGIN-CARD.
000328*
000329            IF WS-FS-ORIGEM = "00"
000330                READ ORIGIN-CARD
000331                    AT END
000332                        DISPLAY 'AVISO: CARTAO ORIGEM VAZIO - '
000333                            'USANDO ORIGEM PADRAO'
000334                    NOT AT END
000335                        IF OR-CODIGO-ORIGEM NOT = SPACES
000336                            MOVE OR-CODIGO-ORIGEM TO WS-ORIGEM
000337                        ELSE
000338                            DISPLAY 'AVISO: CARTAO ORIGEM EM '
000339                                'BRANCO - USANDO ORIGEM PADRAO'
000340                        END-IF
000341                END-READ
000342                CLOSE ORIGIN-CARD
000343            END-IF.
000344*
000345**----------------------------------------------------------------*
000346        0100-VERIFICAR-CHECKPOINT.
000347**----------------------------------------------------------------*
000348*    PROCURA EM CKPTFILE UM REGISTRO DE COBOL003 CONCLUIDO PARA
000349*    A DATA DE HOJE. SE O ARQUIVO AINDA NAO EXISTIR (PRIMEIRA
000350*    EXECUCAO DO JOB), SIMPLESMENTE SEGUE O PROCESSAMENTO NORMAL.
000351*
000352            OPEN INPUT CKPT-FILE.
000353*
000354            IF WS-FS-CKPT = "00"
000355                PERFORM UNTIL WS-CKPT-ACABOU
000356                    READ CKPT-FILE
000357                        AT END
000358                            SET WS-CKPT-ACABOU TO TRUE
000359                        NOT AT END
000360                            IF CR-PROGRAM-ID = "COBOL003"
000361                               AND CR-DATA-EXECUCAO = WS-DH-DATA
000362                               AND CR-VALOR-CHAVE =
000363                                   WS-CHAVE-CHECKPOINT
000364                               AND CR-STATUS-CONCLUIDO
000365                                SET WS-CKPT-JA-CONCLUIDO TO TRUE
000366                            END-IF
000367                    END-READ
000368                END-PERFORM
000369                CLOSE CKPT-FILE
000370            END-IF.
000371*
000372**----------------------------------------------------------------*
000373        0200-VERIFICAR-MODO-LOTE.
000374**----------------------------------------------------------------*
000375*    SO O FILE STATUS 05 (DD OPCIONAL AUSENTE) SIGNIFICA "SEM
000376*    DECK" E MANTEM O MODO TRADICIONAL DE UM NOME POR PARM;
000377*    QUALQUER OUTRO STATUS DIFERENTE DE 00 E UM DECK PRESENTE
000378*    MAS INACESSIVEL - ERRO SEVERO, PARA A CADEIA NAO PROCESSAR
000379*    O NOME DO PARM NO LUGAR DO LOTE SEM NINGUEM PERCEBER. COM
000380*    O DECK ABERTO, O 0250 LEVANTA A IDENTIDADE DO LOTE PARA A
000381*    CHAVE DE CHECKPOINT.
000382*
000383            OPEN INPUT LOT-IN.
000384*
000385            EVALUATE WS-FS-LOTE
000386                WHEN "00"
000387                    SET WS-MODO-LOTE TO TRUE
000388                    PERFORM 0250-IDENTIFICAR-LOTE
000389                WHEN "05"
000390                    CLOSE LOT-IN
000391                    MOVE WSS-NOME TO WS-CHAVE-CHECKPOINT
000392                WHEN OTHER
000393                    DISPLAY 'ERRO SEVERO AO ABRIR LOTEENT - FS='
000394                        WS-FS-LOTE
000395                    MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000396            END-EVALUATE.
000397*
000398**----------------------------------------------------------------*
000399        0250-IDENTIFICAR-LOTE.
000400**----------------------------------------------------------------*
000401*    PASSA PELO DECK INTEIRO SO PARA LEVANTAR A IDENTIDADE DO
000402*    LOTE - PRIMEIRO NOME (22 POSICOES) MAIS A QUANTIDADE DE
000403*    REGISTROS (8 DIGITOS) - USADA COMO CHAVE DE CHECKPOINT: O
000404*    PRIMEIRO NOME SOZINHO NAO IDENTIFICA UM LOTE E DOIS DECKS
000405*    DIFERENTES DO MESMO DIA PODERIAM SE CONFUNDIR NO RESTART.
000406*    DEPOIS FECHA E REABRE O DECK, PARA O PROCESSAMENTO
000407*    COMECAR DO PRIMEIRO REGISTRO.
000408*
000409            PERFORM UNTIL WS-ACABOU-LOTE
000410                READ LOT-IN
000411                    AT END
000412                        SET WS-ACABOU-LOTE TO TRUE
000413                    NOT AT END
000414                        ADD 1 TO WS-CONT-LOTE-TOTAL
000415                        IF WS-CONT-LOTE-TOTAL = 1
000416                            MOVE LT-NOME-RECORD
000417                                TO WS-PRIMEIRO-NOME
000418                        END-IF
000419                END-READ
000420            END-PERFORM.
000421*
000422            MOVE SPACES TO WS-CHAVE-CHECKPOINT.
000423            MOVE WS-PRIMEIRO-NOME(1:22)
000424                TO WS-CHAVE-CHECKPOINT(1:22).
000425            MOVE WS-CONT-LOTE-TOTAL TO WS-CHAVE-LOTE-QTD.
000426            MOVE WS-CHAVE-LOTE-QTD
000427                TO WS-CHAVE-CHECKPOINT(23:8).
000428*
000429            CLOSE LOT-IN.
000430            OPEN INPUT LOT-IN.
000431            MOVE "N" TO WS-LOTE-FIM.
000432*
000433            IF WS-FS-LOTE NOT = "00"
000434                DISPLAY 'ERRO SEVERO AO REABRIR LOTEENT - FS='
000435                    WS-FS-LOTE
000436                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000437            END-IF.
000438*
000439**----------------------------------------------------------------*
000440        2500-PROCESSAR-LOTE.
000441**----------------------------------------------------------------*
000442*    LE CADA NOME DO LOTE, VALIDA PELAS MESMAS REGRAS DO MODO
000443*    TRADICIONAL E GRAVA OS APROVADOS EM NOMESAI; OS REJEITADOS
000444*    VAO UM A UM PARA O ARQUIVO REJEITO COM O CODIGO DE MOTIVO.
000445*    AO FINAL, EXIBE AS CONTAGENS DO LOTE E DECIDE O RETORNO:
000446*    TODOS APROVADOS = 0000, REJEICAO PARCIAL (OU LOTE VAZIO) =
000447*    0004, NENHUM APROVADO = 0008.
000448*
000449            OPEN OUTPUT NAME-OUT.
000450*
000451            IF WS-FS-NOME-OUT NOT = "00"
000452                DISPLAY 'ERRO SEVERO AO ABRIR NOMESAI - FS='
000453                    WS-FS-NOME-OUT
000454                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000455            ELSE
000456                PERFORM UNTIL WS-ACABOU-LOTE
000457                    READ LOT-IN
000458                        AT END
000459                            SET WS-ACABOU-LOTE TO TRUE
000460                        NOT AT END
000461                            ADD 1 TO WS-CONT-LOTE-LIDOS
000462                            MOVE LT-NOME-RECORD TO WSS-NOME
000463                            PERFORM 2600-TRATAR-NOME-DO-LOTE
000464                    END-READ
000465                END-PERFORM
000466*
000467                CLOSE NAME-OUT
000468            END-IF.
000469*
000470            CLOSE LOT-IN.
000471*
000472            DISPLAY 'LOTE PROCESSADO - LIDOS '
000473                WS-CONT-LOTE-LIDOS
000474                ' ACEITOS ' WS-CONT-LOTE-ACEITOS
000475                ' REJEITADOS ' WS-CONT-LOTE-REJEITADOS.
000476*
000477            IF RETURN-CODE >= WS-RC-ERRO-SEVERO
000478                CONTINUE
000479            ELSE
000480                IF WS-CONT-LOTE-ACEITOS = ZERO
000481                   AND WS-CONT-LOTE-LIDOS > ZERO
000482                    MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
000483                ELSE
000484                    IF WS-CONT-LOTE-REJEITADOS > ZERO
000485                       OR WS-CONT-LOTE-LIDOS = ZERO
000486                        IF RETURN-CODE < WS-RC-AVISO
000487                            MOVE WS-RC-AVISO TO RETURN-CODE
000488                        END-IF
000489                    END-IF
000490                END-IF
000491            END-IF.
000492*
000493**----------------------------------------------------------------*
000494        2600-TRATAR-NOME-DO-LOTE.
000495**----------------------------------------------------------------*
000496*    VALIDA O NOME CORRENTE DO LOTE PELAS REGRAS DE SEMPRE E O
000497*    DESTINA: APROVADO VAI PARA NOMESAI, REJEITADO VAI PARA O
000498*    ARQUIVO REJEITO COM O CODIGO DE MOTIVO.
000499*
000500            PERFORM 1500-VALIDAR-NOME.
000501*
000502            IF WS-NOME-REJEITADO
000503                PERFORM 1600-GRAVAR-REJEITO
000504                ADD 1 TO WS-CONT-LOTE-REJEITADOS
000505            ELSE
000506                MOVE WSS-NOME TO NR-NOME
000507                MOVE WS-ORIGEM TO NR-ORIGEM
000508                WRITE NR-NOME-RECORD
000509                IF WS-FS-NOME-OUT NOT = "00"
000510                    DISPLAY 'ERRO SEVERO AO GRAVAR NOMESAI - FS='
000511                        WS-FS-NOME-OUT
000512                    MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000513                    SET WS-ACABOU-LOTE TO TRUE
000514                ELSE
000515                    ADD 1 TO WS-CONT-LOTE-ACEITOS
000516                END-IF
000517            END-IF.
000518*
000519**----------------------------------------------------------------*
000520        2700-REGRAVAR-NOMESAI-RESTART.
000521**----------------------------------------------------------------*
000522*    NO RESTART O PASSO SE AUTO-PULA, MAS NOMESAI AGORA E UM
000523*    DATASET TEMPORARIO NOVO A CADA SUBMISSAO - SE ELE FICAR
000524*    VAZIO, O COBOL004 CAIRIA NO NOME PADRAO. POR ISSO O
000525*    RESTART AINDA REGRAVA OS NOMES VALIDOS EM NOMESAI (SEM
000526*    REPETIR REJEITO, AUDITORIA NEM CHECKPOINT - O PROPRIO
000527*    CHECKPOINT DO COBOL004 EVITA GRAVACAO DUPLICADA NO
000528*    MESTRE).
000529*
000530            OPEN OUTPUT NAME-OUT.
000531*
000532            IF WS-FS-NOME-OUT NOT = "00"
000533                DISPLAY 'ERRO AO ABRIR NOMESAI NO RESTART - FS='
000534                    WS-FS-NOME-OUT
000535                MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
000536            ELSE
000537                IF WS-MODO-LOTE
000538                    PERFORM UNTIL WS-ACABOU-LOTE
000539                        READ LOT-IN
000540                            AT END
000541                                SET WS-ACABOU-LOTE TO TRUE
000542                            NOT AT END
000543                                MOVE LT-NOME-RECORD TO WSS-NOME
000544                                PERFORM 2750-REGRAVAR-NOME-VALIDO
000545                        END-READ
000546                    END-PERFORM
000547                ELSE
000548                    PERFORM 2750-REGRAVAR-NOME-VALIDO
000549                END-IF
000550*
000551                CLOSE NAME-OUT
000552            END-IF.
000553*
000554            IF WS-MODO-LOTE
000555                CLOSE LOT-IN
000556            END-IF.
000557*
000558            DISPLAY 'RESTART - NOMES REGRAVADOS EM NOMESAI: '
000559                WS-CONT-REGRAVADOS.
000560*
000561**----------------------------------------------------------------*
000562        2750-REGRAVAR-NOME-VALIDO.
000563**----------------------------------------------------------------*
000564            PERFORM 1500-VALIDAR-NOME.
000565*
000566            IF WS-NOME-REJEITADO
000567                CONTINUE
000568            ELSE
000569                MOVE WSS-NOME TO NR-NOME
000570                MOVE WS-ORIGEM TO NR-ORIGEM
000571                WRITE NR-NOME-RECORD
000572                IF WS-FS-NOME-OUT NOT = "00"
000573                    DISPLAY 'ERRO AO REGRAVAR NOMESAI NO '
000574                        'RESTART - FS='
000575                        WS-FS-NOME-OUT
000576                    MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
000577                    SET WS-ACABOU-LOTE TO TRUE
000578                ELSE
000579                    ADD 1 TO WS-CONT-REGRAVADOS
000580                END-IF
000581            END-IF.
000582*
000583**----------------------------------------------------------------*
000584        1000-RECEBER-PARAMETRO.
000585**----------------------------------------------------------------*
000586*    SE A ROTINA CHAMADORA (JCL EXEC PARM= OU CALL ... USING)
000587*    NAO INFORMOU NADA, ASSUME-SE UM NOME PADRAO PARA NAO DEIXAR
000588*    WSS-NOME EM BRANCO.
000589*
000590            MOVE SPACES TO WSS-NOME.
000591            MOVE WS-RC-NORMAL TO RETURN-CODE.
000592*
000593            IF LK-PARM-LENGTH > ZERO AND LK-PARM-LENGTH <= 30
000594                MOVE LK-PARM-NAME(1:LK-PARM-LENGTH)
000595                        TO WSS-NOME(1:LK-PARM-LENGTH)
000596                MOVE 'SIM' TO WSS-PARM-RECEBIDO
000597            ELSE
000598                MOVE 'FRANCINE' TO WSS-NOME
000599                MOVE 'NAO' TO WSS-PARM-RECEBIDO
000600                MOVE WS-RC-AVISO TO RETURN-CODE
000601            END-IF.
000602*
000603**----------------------------------------------------------------*
000604        1500-VALIDAR-NOME.
000605**----------------------------------------------------------------*
000606*    REJEITA WSS-NOME EM BRANCO/LOW-VALUES OU COM QUALQUER
000607*    CARACTERE FORA DA FAIXA IMPRIMIVEL (MENOR QUE ESPACO OU
000608*    MAIOR QUE TIL), PARA NAO DEIXAR LIXO CHEGAR NO DISPLAY, NO
000609*    NOMESAI OU, DEPOIS, NO ARQUIVO MESTRE GRAVADO PELO COBOL004.
000610*
000611            MOVE "S" TO WS-NOME-OK.
000612            MOVE SPACES TO WS-MOTIVO-REJEICAO.
000613*
000614            IF WSS-NOME = SPACES OR WSS-NOME = LOW-VALUES
000615                MOVE "N" TO WS-NOME-OK
000616                MOVE "01" TO WS-MOTIVO-REJEICAO
000617            ELSE
000618                PERFORM VARYING WS-IDX FROM 1 BY 1
000619                        UNTIL WS-IDX > 30 OR WS-NOME-REJEITADO
000620                    IF WSS-NOME(WS-IDX:1) < SPACE
000621                       OR WSS-NOME(WS-IDX:1) > "~"
000622                        MOVE "N" TO WS-NOME-OK
000623                        MOVE "02" TO WS-MOTIVO-REJEICAO
000624                    END-IF
000625                END-PERFORM
000626            END-IF.
000627*
000628**----------------------------------------------------------------*
000629        1600-GRAVAR-REJEITO.
000630**----------------------------------------------------------------*
000631*    GRAVA NO ARQUIVO REJEITO O VALOR RECUSADO PELA VALIDACAO,
000632*    JUNTO COM O CODIGO DE MOTIVO, PARA QUE ALGUEM POSSA
000633*    INVESTIGAR DEPOIS SEM PRECISAR REVER O JOB LOG.
000634*
000635            OPEN EXTEND REJECT-FILE.
000636*
000637            IF WS-FS-REJECT NOT = "00"
000638                DISPLAY 'ERRO AO ABRIR REJEITO - FS=' WS-FS-REJECT
000639            ELSE
000640                MOVE 'COBOL003' TO RJ-PROGRAM-ID
000641                MOVE WSS-NOME   TO RJ-VALOR-REJEITADO
000642                MOVE WS-MOTIVO-REJEICAO TO RJ-CODIGO-MOTIVO
000643                MOVE WS-DH-DATA TO RJ-DATA-EXECUCAO
000644                MOVE WS-DH-HORA TO RJ-HORA-EXECUCAO
000645                MOVE WS-ORIGEM  TO RJ-ORIGEM
000646*
000647                WRITE RJ-REJECT-RECORD
000648*
000649                IF WS-FS-REJECT NOT = "00"
000650                    DISPLAY 'ERRO AO GRAVAR REJEITO - FS='
000651                        WS-FS-REJECT
000652                END-IF
000653*
000654                CLOSE REJECT-FILE
000655            END-IF.
000656*
000657**----------------------------------------------------------------*
000658        2000-GRAVAR-ARQUIVO-SAIDA.
000659**----------------------------------------------------------------*
000660*    GRAVA O NOME RECEBIDO NO ARQUIVO NOMESAI, QUE O PASSO
000661*    SEGUINTE DO JOB (COBOL004) LE COMO ENTRADA.
000662*
000663            OPEN OUTPUT NAME-OUT.
000664*
000665            IF WS-FS-NOME-OUT NOT = "00"
000666                DISPLAY 'ERRO AO ABRIR NOMESAI - FS='
000667                    WS-FS-NOME-OUT
000668            ELSE
000669                MOVE WSS-NOME TO NR-NOME
000670                MOVE WS-ORIGEM TO NR-ORIGEM
000671                WRITE NR-NOME-RECORD
000672                IF WS-FS-NOME-OUT NOT = "00"
000673                    DISPLAY 'ERRO AO GRAVAR NOMESAI - FS='
000674                        WS-FS-NOME-OUT
000675                END-IF
000676                CLOSE NAME-OUT
000677            END-IF.
000678*
000679**----------------------------------------------------------------*
000680        9000-GRAVAR-AUDITORIA.
000681**----------------------------------------------------------------*
000682*    REGISTRA EM AUDITLOG O QUE ESTE PROGRAMA RECEBEU E
000683*    DEVOLVEU, PARA RASTREIO POSTERIOR DA EXECUCAO. ANTES DE
000684*    GRAVAR, POSICIONA A CADEIA ANTIVIOLACAO NO ULTIMO REGISTRO
000685*    DO LOG - CADA REGISTRO LEVA A SEQUENCIA ASCENDENTE E O CHECK
000686*    ENCADEADO QUE O COBOL024 CONFERE ANTES DO EXPURGO.
000687*
000688            PERFORM 9600-POSICIONAR-CADEIA.
000689*
000690            OPEN EXTEND AUDIT-LOG.
000691*
000692            IF WS-FS-AUDIT NOT = "00"
000693                DISPLAY 'ERRO AO ABRIR AUDITLOG - FS=' WS-FS-AUDIT
000694            ELSE
000695                MOVE 'COBOL003' TO AR-PROGRAM-ID
000696                MOVE ZERO       TO AR-ID
000697                MOVE WS-CHAVE-CHECKPOINT
000698                                TO AR-VALOR-RECEBIDO
000699                MOVE RETURN-CODE TO AR-RETURN-CODE
000700                MOVE WS-DH-DATA TO AR-DATA-EXECUCAO
000701                MOVE WS-DH-HORA TO AR-HORA-EXECUCAO
000702                MOVE WS-ORIGEM  TO AR-ORIGEM
000703                ADD 1 TO WS-AUDIT-SEQ
000704                MOVE WS-AUDIT-SEQ TO AR-SEQUENCIA
000705                PERFORM 9650-CALCULAR-CHECK
000706                MOVE WS-CHECK-CALCULADO TO AR-CHECK
000707*
000708                WRITE AR-AUDIT-RECORD
000709*
000710                IF WS-FS-AUDIT NOT = "00"
000711                    DISPLAY 'ERRO AO GRAVAR AUDITLOG - FS='
000712                        WS-FS-AUDIT
000713                ELSE
000714                    MOVE WS-CHECK-CALCULADO TO WS-CHECK-ANTERIOR
000715                END-IF
000716*
000717                CLOSE AUDIT-LOG
000718            END-IF.
000719*
000720**----------------------------------------------------------------*
000721        9600-POSICIONAR-CADEIA.
000722**----------------------------------------------------------------*
000723*    LE O AUDITLOG DO INICIO AO FIM SO PARA GUARDAR A SEQUENCIA E
000724*    O CHECK DO ULTIMO REGISTRO GRAVADO; ARQUIVO AINDA INEXISTENTE
000725*    OU VAZIO COMECA A CADEIA DO ZERO.
000726*
000727            MOVE ZERO TO WS-AUDIT-SEQ.
000728            MOVE ZERO TO WS-CHECK-ANTERIOR.
000729            MOVE "N" TO WS-AUDIT-SCAN-FIM.
000730*
000731            OPEN INPUT AUDIT-LOG.
000732*
000733            IF WS-FS-AUDIT = "00"
000734                PERFORM UNTIL WS-ACABOU-AUDIT-SCAN
000735                    READ AUDIT-LOG
000736                        AT END
000737                            SET WS-ACABOU-AUDIT-SCAN TO TRUE
000738                        NOT AT END
000739                            MOVE AR-SEQUENCIA TO WS-AUDIT-SEQ
000740                            MOVE AR-CHECK TO WS-CHECK-ANTERIOR
000741                    END-READ
000742                END-PERFORM
000743                CLOSE AUDIT-LOG
000744            END-IF.
000745*
000746**----------------------------------------------------------------*
000747        9650-CALCULAR-CHECK.
000748**----------------------------------------------------------------*
000749*    CHECK ENCADEADO DO REGISTRO DE AUDITORIA CORRENTE: SOMA DOS
000750*    BYTES DOS CAMPOS ALFANUMERICOS MAIS OS CAMPOS NUMERICOS,
000751*    COMBINADA COM O CHECK DO REGISTRO ANTERIOR (X 31), MODULO
000752*    10**9. O MESMO CALCULO E REFEITO PELO COBOL024 NA
000753*    CONFERENCIA - QUALQUER REGISTRO PERDIDO, TROCADO OU ALTERADO
000754*    QUEBRA A CADEIA DALI EM DIANTE.
000755*
000756            MOVE ZERO TO WS-SOMA-BYTES.
000757            PERFORM VARYING WS-IDX-CHECK FROM 1 BY 1
000758                    UNTIL WS-IDX-CHECK > 30
000759                COMPUTE WS-SOMA-BYTES = WS-SOMA-BYTES
000760                    + FUNCTION ORD(AR-VALOR-RECEBIDO(WS-IDX-CHECK:1))
000761            END-PERFORM.
000762            PERFORM VARYING WS-IDX-CHECK FROM 1 BY 1
000763                    UNTIL WS-IDX-CHECK > 8
000764                COMPUTE WS-SOMA-BYTES = WS-SOMA-BYTES
000765                    + FUNCTION ORD(AR-PROGRAM-ID(WS-IDX-CHECK:1))
000766            END-PERFORM.
000767            PERFORM VARYING WS-IDX-CHECK FROM 1 BY 1
000768                    UNTIL WS-IDX-CHECK > 4
000769                COMPUTE WS-SOMA-BYTES = WS-SOMA-BYTES
000770                    + FUNCTION ORD(AR-ORIGEM(WS-IDX-CHECK:1))
000771            END-PERFORM.
000772*
000773            COMPUTE WS-CHECK-CALCULADO =
000774                FUNCTION MOD(WS-CHECK-ANTERIOR * 31
000775                    + AR-SEQUENCIA + AR-ID + AR-RETURN-CODE
000776                    + AR-DATA-EXECUCAO + AR-HORA-EXECUCAO
000777                    + WS-SOMA-BYTES
000778                    1000000000).
000779*
000780**----------------------------------------------------------------*
000781        9100-GRAVAR-CHECKPOINT.
000782**----------------------------------------------------------------*
000783*    MARCA EM CKPTFILE QUE O PASSO COBOL003 CONCLUIU COM SUCESSO
000784*    HOJE, PARA QUE UM RESTART DO JOB NAO O REPITA.
000785*
000786            OPEN EXTEND CKPT-FILE.
000787*
000788            IF WS-FS-CKPT NOT = "00"
000789                DISPLAY 'ERRO AO ABRIR CKPTFILE - FS=' WS-FS-CKPT
000790            ELSE
000791                MOVE 'COBOL003' TO CR-PROGRAM-ID
000792                MOVE WS-DH-DATA TO CR-DATA-EXECUCAO
000793                MOVE WS-CHAVE-CHECKPOINT
000794                                TO CR-VALOR-CHAVE
000795                SET CR-STATUS-CONCLUIDO TO TRUE
000796*
000797                WRITE CR-CHECKPOINT-RECORD
000798*
000799                IF WS-FS-CKPT NOT = "00"
000800                    DISPLAY 'ERRO AO GRAVAR CKPTFILE - FS='
000801                        WS-FS-CKPT
000802                END-IF
000803*
000804                CLOSE CKPT-FILE
000805            END-IF.
000806*
000807**----------------------------------------------------------------*
000808        9700-REGISTRAR-RESULTADO.
000809**----------------------------------------------------------------*
000810*    GRAVA NO ARQUIVO CENTRAL DE MENSAGENS (MENSAGEM) O
000811*    DESFECHO DA EXECUCAO QUANDO HOUVE ALGO ACIONAVEL
000812*    (RETURN-CODE >= 4); O RELATORIO DE EXCECOES DO COBOL020 E
000813*    MONTADO DALI, EM VEZ DE O OPERADOR GARIMPAR O SYSOUT.
000814*
000815            IF RETURN-CODE >= WS-RC-AVISO
000816                IF RETURN-CODE >= WS-RC-ERRO-DADOS
000817                    MOVE "E" TO WS-MSG-SEVERIDADE
000818                ELSE
000819                    MOVE "A" TO WS-MSG-SEVERIDADE
000820                END-IF
000821                MOVE RETURN-CODE TO WS-MSG-CODIGO-RC
000822                MOVE 'LOTE COM PROBLEMA - VER REJEITO E SYSOUT'
000823                    TO WS-MSG-TEXTO
000824                PERFORM 9800-GRAVAR-MENSAGEM
000825            END-IF.
000826*
000827**----------------------------------------------------------------*
000828        9750-GRAVAR-ESTATISTICA.
000829**----------------------------------------------------------------*
000830*    ACRESCENTA NO ARQUIVO DE ESTATISTICAS DA JANELA DE BATCH
000831*    (ESTATIST, COPY ESTATREC) O INICIO, O FIM, OS VOLUMES E O
000832*    RETURN-CODE DESTA EXECUCAO, PARA A TENDENCIA DO COBOL035.
000833*    FALHA AQUI SO GERA AVISO NA CONSOLA - A ESTATISTICA NUNCA
000834*    MUDA O RETURN-CODE DO PASSO.
000835*
000836            MOVE FUNCTION CURRENT-DATE TO WS-FIM-EXECUCAO.
000837*
000838            OPEN EXTEND STAT-FILE.
000839*
000840            IF WS-FS-ESTATIST NOT = "00"
000841               AND WS-FS-ESTATIST NOT = "05"
000842                DISPLAY 'AVISO: ESTATISTICA NAO GRAVADA - FS='
000843                    WS-FS-ESTATIST
000844            ELSE
000845                MOVE SPACES TO ES-ESTATISTICA-RECORD
000846                MOVE WS-DH-DATA TO ES-DATA-MOVIMENTO
000847                MOVE 'COBOL003' TO ES-PROGRAM-ID
000848                MOVE SPACES TO ES-FUNCAO
000849                MOVE WS-IE-DATA TO ES-DATA-INICIO
000850                MOVE WS-IE-HORA TO ES-HORA-INICIO
000851                MOVE WS-FE-DATA TO ES-DATA-FIM
000852                MOVE WS-FE-HORA TO ES-HORA-FIM
000853                EVALUATE TRUE
000854                    WHEN WS-CKPT-JA-CONCLUIDO
000855                        MOVE ZERO TO ES-REGISTROS-LIDOS
000856                        MOVE WS-CONT-REGRAVADOS
000857                            TO ES-REGISTROS-GRAVADOS
000858                    WHEN WS-MODO-LOTE
000859                        MOVE WS-CONT-LOTE-LIDOS
000860                            TO ES-REGISTROS-LIDOS
000861                        COMPUTE ES-REGISTROS-GRAVADOS =
000862                            WS-CONT-LOTE-ACEITOS
000863                          + WS-CONT-LOTE-REJEITADOS
000864                    WHEN OTHER
000865                        MOVE 1 TO ES-REGISTROS-LIDOS
000866                        MOVE 1 TO ES-REGISTROS-GRAVADOS
000867                END-EVALUATE
000868                MOVE RETURN-CODE TO ES-RETURN-CODE
000869*
000870                WRITE ES-ESTATISTICA-RECORD
000871*
000872                IF WS-FS-ESTATIST NOT = "00"
000873                    DISPLAY 'AVISO: ESTATISTICA NAO GRAVADA - FS='
000874                        WS-FS-ESTATIST
000875                END-IF
000876*
000877                CLOSE STAT-FILE
000878            END-IF.
000879*
000880**----------------------------------------------------------------*
000881        9800-GRAVAR-MENSAGEM.
000882**----------------------------------------------------------------*
000883            OPEN EXTEND MSG-FILE.
000884*
000885            IF WS-FS-MENSAGEM NOT = "00"
000886                DISPLAY 'ERRO AO ABRIR MENSAGEM - FS='
000887                    WS-FS-MENSAGEM
000888            ELSE
000889                MOVE 'COBOL003' TO MG-PROGRAM-ID
000890                MOVE WS-MSG-SEVERIDADE TO MG-SEVERIDADE
000891                MOVE WS-MSG-CODIGO-COMP TO MG-CODIGO
000892                MOVE WS-DH-DATA TO MG-DATA-MOVIMENTO
000893                MOVE WS-DH-HORA TO MG-HORA-GRAVACAO
000894                MOVE WS-MSG-TEXTO TO MG-TEXTO
000895*
000896                WRITE MG-MESSAGE-RECORD
000897*
000898                IF WS-FS-MENSAGEM NOT = "00"
000899                    DISPLAY 'ERRO AO GRAVAR MENSAGEM - FS='
000900                        WS-FS-MENSAGEM
000901                END-IF
000902*
000903                CLOSE MSG-FILE
000904            END-IF.
000905*
000906        END PROGRAM COBOL003.
000907* FIM DO PROGRAMA ***************************************
