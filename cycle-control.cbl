000066                ORGANIZATION IS SEQUENTIAL
000067                FILE STATUS IS WS-FS-CKPT.
000068*
000069            SELECT OPTIONAL STAT-FILE ASSIGN TO "ESTATIST"
000070                ORGANIZATION IS SEQUENTIAL
000071                FILE STATUS IS WS-FS-ESTATIST.
000072*
000073****************
000074        DATA DIVISION.
000075****************
000076*
000077        FILE SECTION.
000078*
000079        FD  CYCLE-FILE.
000080        COPY "CICREC.cpy".
000081*
000082        FD  DATE-CARD
000083            RECORDING MODE IS F.
000084        COPY "DATPREC.cpy".
000085*
000086        FD  CKPT-FILE
000087            RECORDING MODE IS F.
000088        COPY "CKPTREC.cpy".
000089*
000090        FD  STAT-FILE
000091            RECORDING MODE IS F.
000092        COPY "ESTATREC.cpy".
000093*
000094        WORKING-STORAGE SECTION.
000095*
000096        01  WS-CONDICAO-RETORNO.
000097            05  WS-RC-NORMAL             PIC 9(2) VALUE 00.
000098            05  WS-RC-ERRO-DADOS         PIC 9(2) VALUE 08.
000099            05  WS-RC-ERRO-SEVERO        PIC 9(2) VALUE 16.
000100*
000101        01  WS-FS-CICLO                PIC X(2) VALUE SPACES.
000102        01  WS-FS-DATAPROC             PIC X(2) VALUE SPACES.
000103        01  WS-FS-CKPT                 PIC X(2) VALUE SPACES.
000104        01  WS-FS-ESTATIST             PIC X(2) VALUE SPACES.
000105*
000106        01  WS-DATA-HORA-ATUAL.
000107            05  WS-DH-DATA              PIC 9(8).
000108            05  WS-DH-HORA              PIC 9(6).
000109            05  WS-DH-CENTESIMOS        PIC 9(2).
000110            05  WS-DH-DIFGMT            PIC X(5).
000111*
000112        01  WS-INICIO-EXECUCAO.
000113            05  WS-IE-DATA              PIC 9(8).
000114            05  WS-IE-HORA              PIC 9(6).
000115            05  FILLER                  PIC X(7).
000116        01  WS-FIM-EXECUCAO.
000117            05  WS-FE-DATA              PIC 9(8).
000118            05  WS-FE-HORA              PIC 9(6).
000119            05  FILLER                  PIC X(7).
000120*
000121        77  WS-DATA-CICLO              PIC 9(8) VALUE ZERO.
000122        77  WS-DATA-MAQUINA            PIC 9(8) VALUE ZERO.
000123*
000124        77  WS-MODO-EXECUCAO           PIC X(10) VALUE SPACES.
000125            88  WS-MODO-ABERTURA            VALUE "ABERTURA".
000126            88  WS-MODO-FECHAMENTO          VALUE "FECHAMENTO".
000127            88  WS-MODO-DIVERGENTE          VALUE "DIVERGENTE".
000128*
000129        77  WS-CICLO-FIM               PIC X(1) VALUE "N".
000130            88  WS-ACABOU-CICLOS            VALUE "S".
000131        77  WS-CKPT-FIM                PIC X(1) VALUE "N".
000132            88  WS-CKPT-ACABOU              VALUE "S".
000133*
000134        77  WS-CICLO-PENDENTE          PIC 9(8) VALUE ZERO.
000135        77  WS-CICLO-EXISTE            PIC X(1) VALUE "N".
000136            88  WS-CICLO-ENCONTRADO         VALUE "S".
000137        77  WS-ARQUIVO-NOVO            PIC X(1) VALUE "N".
000138            88  WS-CICLOCTL-NOVO            VALUE "S".
000139*
000140        77  WS-CKPT-COBOL003           PIC X(1) VALUE "N".
000141            88  WS-TEM-CKPT-COBOL003        VALUE "S".
000142        77  WS-CKPT-COBOL004           PIC X(1) VALUE "N".
000143            88  WS-TEM-CKPT-COBOL004        VALUE "S".
000144*
000145        77  WS-CONT-REG-LIDOS          PIC 9(6) VALUE ZERO.
000146        77  WS-CONT-REG-GRAVADOS       PIC 9(6) VALUE ZERO.
000147*
000148***************************
000149        LINKAGE SECTION.
000150***************************
000151*
000152        COPY "PARMREC.cpy".
000153*
000154        PROCEDURE DIVISION USING LK-PARM-RECORD.
000155*
000156            MOVE FUNCTION CURRENT-DATE TO WS-INICIO-EXECUCAO.
000157*
000158            MOVE WS-RC-NORMAL TO RETURN-CODE.
000159*
000160            PERFORM 0050-OBTER-DATA-PROCESSO.
000161            MOVE WS-DH-DATA TO WS-DATA-CICLO.
000162*
000163            IF LK-PARM-LENGTH >= 8
000164               AND LK-PARM-NAME(1:8) = "ABERTURA"
000165                SET WS-MODO-ABERTURA TO TRUE
000166            ELSE
000167                IF LK-PARM-LENGTH >= 10
000168                   AND LK-PARM-NAME(1:10) = "FECHAMENTO"
000169                    SET WS-MODO-FECHAMENTO TO TRUE
000170                ELSE
000171                    IF LK-PARM-LENGTH >= 10
000172                       AND LK-PARM-NAME(1:10) = "DIVERGENTE"
000173                        SET WS-MODO-DIVERGENTE TO TRUE
000174                    ELSE
000175                        DISPLAY 'ERRO: PARM DEVE SER ABERTURA, '
000176                            'FECHAMENTO OU DIVERGENTE'
000177                        MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
000178                    END-IF
000179                END-IF
000180            END-IF.
000181*
000182            IF RETURN-CODE < WS-RC-ERRO-DADOS
000183                PERFORM 1000-ABRIR-CICLOCTL
000184            END-IF.
000185*
000186            IF RETURN-CODE < WS-RC-ERRO-DADOS
000187                IF WS-MODO-ABERTURA
000188                    PERFORM 2000-ABRIR-CICLO
000189                ELSE
000190                    PERFORM 3000-FECHAR-CICLO
000191                END-IF
000192*
000193                CLOSE CYCLE-FILE
000194            END-IF.
000195*
000196            PERFORM 9750-GRAVAR-ESTATISTICA.
000197*
000198            GOBACK.
000199*
000200**----------------------------------------------------------------*
000201        0050-OBTER-DATA-PROCESSO.
000202**----------------------------------------------------------------*
000203*    A DATA DO CICLO E A DATA-MOVIMENTO DO CARTAO DATAPROC, A
000204*    MESMA QUE OS DEMAIS PASSOS DO COBOLJOB CARIMBAM; SEM O
000205*    CARTAO, VALE A DATA DA MAQUINA, COM AVISO NA CONSOLA.
000206*
000207            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
000208            MOVE WS-DH-DATA TO WS-DATA-MAQUINA.
000209*
000210            OPEN INPUT DATE-CARD.
000211*
000212            IF WS-FS-DATAPROC = "00"
000213                READ DATE-CARD
000214                    AT END
000215                        DISPLAY 'AVISO: DATAPROC VAZIO - USANDO '
000216                            'A DATA DA MAQUINA'
000217                    NOT AT END
000218                        IF DP-DATA-PROCESSAMENTO IS NUMERIC
000219                           AND DP-DATA-PROCESSAMENTO > ZERO
000220                            MOVE DP-DATA-PROCESSAMENTO
000221                                TO WS-DH-DATA
000222                        ELSE
000223                            DISPLAY 'AVISO: DATAPROC INVALIDO - '
000224                                'USANDO A DATA DA MAQUINA'
000225                        END-IF
000226                END-READ
000227                CLOSE DATE-CARD
000228            ELSE
000229                DISPLAY 'AVISO: DATAPROC INDISPONIVEL - USANDO '
000230                    'A DATA DA MAQUINA'
000231            END-IF.
000232*
000233**----------------------------------------------------------------*
000234        1000-ABRIR-CICLOCTL.
000235**----------------------------------------------------------------*
000236*    ABRE O ARQUIVO DE CICLOS EM I-O. UM CLUSTER RECEM-DEFINIDO
000237*    E AINDA VAZIO NAO ABRE EM I-O (MESMO CASO DO CATALOGO NO
000238*    COBOL013): NA ABERTURA DO PRIMEIRO CICLO DA VIDA DO
000239*    ARQUIVO, ELE E ABERTO EM OUTPUT E O PRIMEIRO REGISTRO E
000240*    GRAVADO DIRETO; NO FECHAMENTO ISSO E ERRO - NAO EXISTE
000241*    CICLO PARA FECHAR.
000242*
000243            OPEN I-O CYCLE-FILE.
000244*
000245            IF WS-FS-CICLO = "00"
000246                CONTINUE
000247            ELSE
000248                IF WS-MODO-ABERTURA
000249                    OPEN OUTPUT CYCLE-FILE
000250                    IF WS-FS-CICLO = "00"
000251                        SET WS-CICLOCTL-NOVO TO TRUE
000252                    ELSE
000253                        DISPLAY 'ERRO SEVERO AO ABRIR CICLOCTL - '
000254                            'FS='
000255                                WS-FS-CICLO
000256                        MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000257                    END-IF
000258                ELSE
000259                    DISPLAY 'ERRO SEVERO AO ABRIR CICLOCTL - FS='
000260                        WS-FS-CICLO
000261                    MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000262                END-IF
000263            END-IF.
000264*
000265**----------------------------------------------------------------*
000266        2000-ABRIR-CICLO.
000267**----------------------------------------------------------------*
000268*    ANTES DE ABRIR O CICLO DE HOJE, PASSA PELO ARQUIVO INTEIRO
000269*    PROCURANDO DATA ANTERIOR AINDA ABERTA - E A EVIDENCIA DE
000270*    QUE O DIA ANTERIOR NUNCA FECHOU, E O OPERADOR PRECISA
000271*    RESOLVER AQUELE DIA ANTES DE EMPILHAR OUTRO POR CIMA.
000272*
000273            IF WS-CICLOCTL-NOVO
000274                PERFORM 2500-GRAVAR-CICLO-ABERTO
000275            ELSE
000276                PERFORM 2100-PROCURAR-CICLO-PENDENTE
000277*
000278                IF WS-CICLO-PENDENTE > ZERO
000279                   AND WS-CICLO-PENDENTE < WS-DATA-CICLO
000280                    DISPLAY 'CICLO NAO ABERTO - A DATA '
000281                        WS-CICLO-PENDENTE
000282                        ' AINDA ESTA ABERTA, FECHAR OU '
000283                        'RESOLVER ANTES'
000284                    MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
000285                ELSE
000286                    PERFORM 2200-CONFERIR-CICLO-DE-HOJE
000287                END-IF
000288            END-IF.
000289*
000290**----------------------------------------------------------------*
000291        2100-PROCURAR-CICLO-PENDENTE.
000292**----------------------------------------------------------------*
000293            MOVE ZERO TO WS-CICLO-PENDENTE.
000294            MOVE "N" TO WS-CICLO-FIM.
000295*
000296            MOVE ZERO TO CI-DATA-CICLO.
000297            START CYCLE-FILE KEY IS NOT LESS THAN CI-DATA-CICLO
000298                INVALID KEY
000299                    SET WS-ACABOU-CICLOS TO TRUE
000300            END-START.
000301*
000302            PERFORM UNTIL WS-ACABOU-CICLOS
000303                READ CYCLE-FILE NEXT
000304                    AT END
000305                        SET WS-ACABOU-CICLOS TO TRUE
000306                    NOT AT END
000307                        ADD 1 TO WS-CONT-REG-LIDOS
000308                        IF CI-STATUS-ABERTO
000309                           AND CI-DATA-CICLO < WS-DATA-CICLO
000310                            MOVE CI-DATA-CICLO
000311                                TO WS-CICLO-PENDENTE
000312                        END-IF
000313                END-READ
000314            END-PERFORM.
000315*
000316**----------------------------------------------------------------*
000317        2200-CONFERIR-CICLO-DE-HOJE.
000318**----------------------------------------------------------------*
000319*    DECIDE O DESTINO DA DATA DE HOJE: SEM REGISTRO, ABRE UM
000320*    NOVO; JA ABERTO, E RESTART DO PROPRIO DIA E SEGUE; JA
000321*    FECHADO (COM OU SEM DIVERGENCIA), RECUSA - E UMA
000322*    RESUBMISSAO DE UM DIA CONCLUIDO.
000323*
000324            MOVE "N" TO WS-CICLO-EXISTE.
000325            MOVE WS-DATA-CICLO TO CI-DATA-CICLO.
000326*
000327            READ CYCLE-FILE
000328                INVALID KEY
000329                    CONTINUE
000330                NOT INVALID KEY
000331                    ADD 1 TO WS-CONT-REG-LIDOS
000332                    SET WS-CICLO-ENCONTRADO TO TRUE
000333            END-READ.
000334*
000335            IF WS-CICLO-ENCONTRADO
000336                IF CI-STATUS-ABERTO
000337                    DISPLAY 'CICLO ' WS-DATA-CICLO
000338                        ' JA ABERTO - RESTART, SEGUINDO'
000339                ELSE
000340                    DISPLAY 'CICLO NAO ABERTO - A DATA '
000341                        WS-DATA-CICLO
000342                        ' JA ESTA FECHADA (STATUS ' CI-STATUS
000343                        ')'
000344                    MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
000345                END-IF
000346            ELSE
000347                PERFORM 2500-GRAVAR-CICLO-ABERTO
000348            END-IF.
000349*
000350**----------------------------------------------------------------*
000351        2500-GRAVAR-CICLO-ABERTO.
000352**----------------------------------------------------------------*
000353            MOVE WS-DATA-CICLO TO CI-DATA-CICLO.
000354            SET CI-STATUS-ABERTO TO TRUE.
000355            MOVE WS-DATA-MAQUINA TO CI-DATA-ABERTURA.
000356            MOVE WS-DH-HORA TO CI-HORA-ABERTURA.
000357            MOVE ZERO TO CI-DATA-FECHAMENTO.
000358            MOVE ZERO TO CI-HORA-FECHAMENTO.
000359*
000360            WRITE CI-CICLO-RECORD
000361                INVALID KEY
000362                    DISPLAY 'ERRO SEVERO AO GRAVAR CICLOCTL - '
000363                        'FS='
000364                            WS-FS-CICLO
000365                    MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000366                NOT INVALID KEY
000367                    ADD 1 TO WS-CONT-REG-GRAVADOS
000368                    DISPLAY 'CICLO ' WS-DATA-CICLO ' ABERTO'
000369            END-WRITE.
000370*
000371**----------------------------------------------------------------*
000372        3000-FECHAR-CICLO.
000373**----------------------------------------------------------------*
000374*    O FECHAMENTO SO MARCA A DATA COMO CONCLUIDA SE OS
000375*    CHECKPOINTS DO COBOL003 E DO COBOL004 EXISTEM PARA ELA
000376*    (OS PASSOS REALMENTE TERMINARAM) E SE O REGISTRO DO CICLO
000377*    EXISTE E ESTA ABERTO. A JCL JA CONDICIONA ESTE PASSO AO
000378*    RETURN-CODE DOS PASSOS E DA CONCILIACAO DO COBOL007 - A
000379*    CONFERENCIA AQUI E O CINTO ALEM DO SUSPENSORIO.
000380*
000381            PERFORM 3100-CONFERIR-CHECKPOINTS.
000382*
000383            IF RETURN-CODE < WS-RC-ERRO-DADOS
000384                MOVE "N" TO WS-CICLO-EXISTE
000385                MOVE WS-DATA-CICLO TO CI-DATA-CICLO
000386                READ CYCLE-FILE
000387                    INVALID KEY
000388                        CONTINUE
000389                    NOT INVALID KEY
000390                        ADD 1 TO WS-CONT-REG-LIDOS
000391                        SET WS-CICLO-ENCONTRADO TO TRUE
000392                END-READ
000393*
000394                EVALUATE TRUE
000395                    WHEN NOT WS-CICLO-ENCONTRADO
000396                        DISPLAY 'FECHAMENTO RECUSADO - CICLO '
000397                            WS-DATA-CICLO ' NUNCA FOI ABERTO'
000398                        MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
000399*
000400                    WHEN CI-STATUS-ABERTO
000401                        PERFORM 3500-REGRAVAR-CICLO-FECHADO
000402*
000403                    WHEN OTHER
000404                        DISPLAY 'CICLO ' WS-DATA-CICLO
000405                            ' JA FECHADO (STATUS ' CI-STATUS
000406                            ') - RESTART, SEGUINDO'
000407                END-EVALUATE
000408            END-IF.
000409*
000410**----------------------------------------------------------------*
000411        3100-CONFERIR-CHECKPOINTS.
000412**----------------------------------------------------------------*
000413            OPEN INPUT CKPT-FILE.
000414*
000415            IF WS-FS-CKPT = "00"
000416                PERFORM UNTIL WS-CKPT-ACABOU
000417                    READ CKPT-FILE
000418                        AT END
000419                            SET WS-CKPT-ACABOU TO TRUE
000420                        NOT AT END
000421                            ADD 1 TO WS-CONT-REG-LIDOS
000422                            IF CR-DATA-EXECUCAO = WS-DATA-CICLO
000423                               AND CR-STATUS-CONCLUIDO
000424                                IF CR-PROGRAM-ID = "COBOL003"
000425                                    SET WS-TEM-CKPT-COBOL003
000426                                        TO TRUE
000427                                END-IF
000428                                IF CR-PROGRAM-ID = "COBOL004"
000429                                    SET WS-TEM-CKPT-COBOL004
000430                                        TO TRUE
000431                                END-IF
000432                            END-IF
000433                    END-READ
000434                END-PERFORM
000435                CLOSE CKPT-FILE
000436            END-IF.
000437*
000438            IF NOT WS-TEM-CKPT-COBOL003
000439               OR NOT WS-TEM-CKPT-COBOL004
000440                DISPLAY 'FECHAMENTO RECUSADO - CHECKPOINT DE '
000441                    'COBOL003/COBOL004 AUSENTE PARA '
000442                        WS-DATA-CICLO
000443                MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
000444            END-IF.
000445*
000446**----------------------------------------------------------------*
000447        3500-REGRAVAR-CICLO-FECHADO.
000448**----------------------------------------------------------------*
000449            IF WS-MODO-DIVERGENTE
000450                SET CI-STATUS-DIVERGENTE TO TRUE
000451            ELSE
000452                SET CI-STATUS-FECHADO TO TRUE
000453            END-IF.
000454            MOVE WS-DATA-MAQUINA TO CI-DATA-FECHAMENTO.
000455            MOVE WS-DH-HORA TO CI-HORA-FECHAMENTO.
000456*
000457            REWRITE CI-CICLO-RECORD.
000458*
000459            IF WS-FS-CICLO NOT = "00"
000460                DISPLAY 'ERRO SEVERO AO REGRAVAR CICLOCTL - FS='
000461                    WS-FS-CICLO
000462                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000463            ELSE
000464                ADD 1 TO WS-CONT-REG-GRAVADOS
000465                DISPLAY 'CICLO ' WS-DATA-CICLO
000466                    ' FECHADO COM STATUS ' CI-STATUS
000467            END-IF.
000468*
000469**----------------------------------------------------------------*
000470        9750-GRAVAR-ESTATISTICA.
000471**----------------------------------------------------------------*
000472*    ACRESCENTA NO ARQUIVO DE ESTATISTICAS DA JANELA DE BATCH
000473*    (ESTATIST, COPY ESTATREC) O INICIO, O FIM, OS VOLUMES E O
000474*    RETURN-CODE DESTA EXECUCAO, PARA A TENDENCIA DO COBOL035.
000475*    FALHA AQUI SO GERA AVISO NA CONSOLA - A ESTATISTICA NUNCA
000476*    MUDA O RETURN-CODE DO PASSO.
000477*
000478            MOVE FUNCTION CURRENT-DATE TO WS-FIM-EXECUCAO.
000479*
000480            OPEN EXTEND STAT-FILE.
000481*
000482            IF WS-FS-ESTATIST NOT = "00"
000483               AND WS-FS-ESTATIST NOT = "05"
000484                DISPLAY 'AVISO: ESTATISTICA NAO GRAVADA - FS='
000485                    WS-FS-ESTATIST
000486            ELSE
000487                MOVE SPACES TO ES-ESTATISTICA-RECORD
000488                MOVE WS-DATA-CICLO TO ES-DATA-MOVIMENTO
000489                MOVE 'COBOL019' TO ES-PROGRAM-ID
000490                MOVE WS-MODO-EXECUCAO TO ES-FUNCAO
000491                MOVE WS-IE-DATA TO ES-DATA-INICIO
000492                MOVE WS-IE-HORA TO ES-HORA-INICIO
000493                MOVE WS-FE-DATA TO ES-DATA-FIM
000494                MOVE WS-FE-HORA TO ES-HORA-FIM
000495                MOVE WS-CONT-REG-LIDOS TO ES-REGISTROS-LIDOS
000496                MOVE WS-CONT-REG-GRAVADOS TO ES-REGISTROS-GRAVADOS
000497                MOVE RETURN-CODE TO ES-RETURN-CODE
000498*
000499                WRITE ES-ESTATISTICA-RECORD
000500*
000501                IF WS-FS-ESTATIST NOT = "00"
000502                    DISPLAY 'AVISO: ESTATISTICA NAO GRAVADA - FS='
000503                        WS-FS-ESTATIST
000504                END-IF
000505*
000506                CLOSE STAT-FILE
000507            END-IF.
000508*
000509        END PROGRAM COBOL019.
000510* FIM DO PROGRAMA ****************************
