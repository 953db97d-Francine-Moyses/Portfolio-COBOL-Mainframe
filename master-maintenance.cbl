000014*              A = INCLUIR UM NOVO REGISTRO (TR-ID INEDITO)
000015*              C = ALTERAR O NOME DE UM REGISTRO EXISTENTE
000016*              I = INATIVAR (MR-STATUS-INATIVO) UM REGISTRO
000017*              R = REINTEGRAR UMA CHAVE ARQUIVADA PELO COBOL036: A
000018*                  IMAGEM GUARDADA NO ARQUIVO DE MESTRES
000019*                  ARQUIVADOS (MASTARQ, COPY MARQREC) VOLTA AO
000020*                  MESTRE COMO ATIVA (TR-NOME NAO E USADO)
000021*            A INCLUSAO DE UMA CHAVE QUE ESTA NO MASTARQ E
000022*            REJEITADA - A CHAVE SO VOLTA PELA REINTEGRACAO.
000023*            O MESTRE CORRENTE NAO E TOCADO POR ESTE PROGRAMA;
000024*            AS CONTAGENS DA EXECUCAO SAO GRAVADAS NO ARQUIVO
000025*            DE CONTROLE MANUTCTL (COPY MNTCTL), CADA TRANSACAO
000026*            APLICADA DEIXA UM REGISTRO ANTES/DEPOIS NO ARQUIVO
000027*            DE HISTORIA (HISTORIA, COPY HISTREC) E A PROMOCAO DE
000028*            MASTNOVO A MESTRE CORRENTE E FEITA PELO COBOL014
000029*            (PASSO SEGUINTE DA CADEIA), QUE SO TROCA O MESTRE
000030*            DEPOIS DE CONFERIR ESSAS CONTAGENS.
000031* CPD      : INEFE
000032******************************************************************
000033******************************************************************
000034* CONDICOES DE RETORNO (RETURN-CODE) DESTE PROGRAMA:
000035*     0000  =  PROCESSAMENTO NORMAL, TODAS AS TRANSACOES APLICADAS
000036*     0004  =  AVISO - NAO HAVIA NENHUMA TRANSACAO NO ARQUIVO
000037*     0008  =  ERRO DE DADOS - UMA OU MAIS TRANSACOES REJEITADAS
000038*              (CHAVE DUPLICADA OU ARQUIVADA NA INCLUSAO, CHAVE
000039*              INEXISTENTE NA ALTERACAO/INATIVACAO OU CHAVE FORA
000040*              DO MASTARQ NA REINTEGRACAO)
000041*     0016  =  ERRO SEVERO - FALHA AO ABRIR MASTOUT, TRANSACAO,
000042*              MASTNOVO OU MASTARQ
000043******************************************************************
000044        IDENTIFICATION DIVISION.
000045**************************
000046        PROGRAM-ID. COBOL006.
000047        AUTHOR. FRANCINE NUNES MOYSES.
000048        DATE-WRITTEN. 26/08/08 @ 10:00:00.
000049        DATE-COMPILED. 2026-08-08.
000050        INSTALLATION. INEFE.
000051        SECURITY. NORMAL.
000052*
000053***********************
000054        ENVIRONMENT DIVISION.
000055***********************
000056*
000057        INPUT-OUTPUT SECTION.
000058*
000059        FILE-CONTROL.
000060            SELECT OPTIONAL MASTER-OLD ASSIGN TO "MASTOUT"
000061                ORGANIZATION IS INDEXED
000062                ACCESS MODE IS SEQUENTIAL
000063                RECORD KEY IS MO-ID
000064                FILE STATUS IS WS-FS-MASTER-OLD.
000065*
000066            SELECT OPTIONAL TRAN-FILE ASSIGN TO "TRANSACAO"
000067                ORGANIZATION IS SEQUENTIAL
000068                FILE STATUS IS WS-FS-TRAN.
000069*
000070            SELECT HIST-FILE ASSIGN TO "HISTORIA"
000071                ORGANIZATION IS SEQUENTIAL
000072                FILE STATUS IS WS-FS-HISTORIA.
000073*
000074            SELECT CTL-FILE ASSIGN TO "MANUTCTL"
000075                ORGANIZATION IS SEQUENTIAL
000076                FILE STATUS IS WS-FS-CONTROLE.
000077*
000078            SELECT MASTER-NEW ASSIGN TO "MASTNOVO"
000079                ORGANIZATION IS INDEXED
000080                ACCESS MODE IS DYNAMIC
000081                RECORD KEY IS MR-ID
000082                FILE STATUS IS WS-FS-MASTER-NEW.
000083*
000084            SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO "MASTARQ"
000085                ORGANIZATION IS INDEXED
000086                ACCESS MODE IS RANDOM
000087                RECORD KEY IS MA-ID
000088                FILE STATUS IS WS-FS-ARQUIVO.
000089*
000090            SELECT MSG-FILE ASSIGN TO "MENSAGEM"
000091                ORGANIZATION IS SEQUENTIAL
000092                FILE STATUS IS WS-FS-MENSAGEM.
000093*
000094            SELECT OPTIONAL DATE-CARD ASSIGN TO "DATAPROC"
000095                ORGANIZATION IS SEQUENTIAL
000096                FILE STATUS IS WS-FS-DATAPROC.
000097*
000098            SELECT OPTIONAL STAT-FILE ASSIGN TO "ESTATIST"
000099                ORGANIZATION IS SEQUENTIAL
000100                FILE STATUS IS WS-FS-ESTATIST.
000101*
000102****************
000103        DATA DIVISION.
000104****************
000105*
000106        FILE SECTION.
000107*
000108        FD  MASTER-OLD.
000109        01  WS-MASTER-OLD-RECORD.
000110            05  MO-ID                   PIC 9(9).
000111            05  MO-NOME                 PIC X(30).
000112            05  MO-DATA-EXECUCAO        PIC 9(8).
000113            05  MO-STATUS               PIC X(1).
000114            05  MO-ORIGEM               PIC X(4).
000115*
000116        FD  TRAN-FILE
000117            RECORDING MODE IS F.
000118        COPY "TRANREC.cpy".
000119*
000120        FD  HIST-FILE
000121            RECORDING MODE IS F.
000122        COPY "HISTREC.cpy".
000123*
000124        FD  CTL-FILE
000125            RECORDING MODE IS F.
000126        COPY "MNTCTL.cpy".
000127*
000128        FD  MASTER-NEW.
000129        COPY "MASTREC.cpy".
000130*
000131        FD  ARCHIVE-FILE.
000132        COPY "MARQREC.cpy".
000133*
000134        FD  MSG-FILE
000135            RECORDING MODE IS F.
000136        COPY "MSGREC.cpy".
000137*
000138        FD  DATE-CARD
000139            RECORDING MODE IS F.
000140        COPY "DATPREC.cpy".
000141*
000142        FD  STAT-FILE
000143            RECORDING MODE IS F.
000144        COPY "ESTATREC.cpy".
000145*
000146        WORKING-STORAGE SECTION.
000147*
000148        01  WS-CONDICAO-RETORNO.
000149            05  WS-RC-NORMAL             PIC 9(2) VALUE 00.
000150            05  WS-RC-AVISO              PIC 9(2) VALUE 04.
000151            05  WS-RC-ERRO-DADOS         PIC 9(2) VALUE 08.
000152            05  WS-RC-ERRO-SEVERO        PIC 9(2) VALUE 16.
000153*
000154        01  WS-FS-MASTER-OLD            PIC X(2) VALUE SPACES.
000155        01  WS-FS-TRAN                  PIC X(2) VALUE SPACES.
000156        01  WS-FS-MASTER-NEW            PIC X(2) VALUE SPACES.
000157        01  WS-FS-CONTROLE              PIC X(2) VALUE SPACES.
000158        01  WS-FS-HISTORIA              PIC X(2) VALUE SPACES.
000159        01  WS-FS-MENSAGEM              PIC X(2) VALUE SPACES.
000160        01  WS-FS-DATAPROC              PIC X(2) VALUE SPACES.
000161        01  WS-FS-ESTATIST              PIC X(2) VALUE SPACES.
000162        01  WS-FS-ARQUIVO               PIC X(2) VALUE SPACES.
000163*
000164        01  WS-MSG-CODIGO-COMP.
000165            05  FILLER                  PIC X(2) VALUE "RC".
000166            05  WS-MSG-CODIGO-RC        PIC 9(2) VALUE ZERO.
000167        77  WS-MSG-SEVERIDADE          PIC X(1) VALUE "I".
000168        77  WS-MSG-TEXTO               PIC X(50) VALUE SPACES.
000169*
000170        77  WS-NOME-ANTES               PIC X(30) VALUE SPACES.
000171        77  WS-STATUS-ANTES             PIC X(1) VALUE SPACE.
000172*
000173        01  WS-DATA-HORA-ATUAL.
000174            05  WS-DH-DATA              PIC 9(8).
000175            05  WS-DH-HORA              PIC 9(6).
000176            05  WS-DH-CENTESIMOS        PIC 9(2).
000177            05  WS-DH-DIFGMT            PIC X(5).
000178*
000179        01  WS-INICIO-EXECUCAO.
000180            05  WS-IE-DATA              PIC 9(8).
000181            05  WS-IE-HORA              PIC 9(6).
000182            05  FILLER                  PIC X(7).
000183        01  WS-FIM-EXECUCAO.
000184            05  WS-FE-DATA              PIC 9(8).
000185            05  WS-FE-HORA              PIC 9(6).
000186            05  FILLER                  PIC X(7).
000187        77  WS-DATA-MOVIMENTO          PIC 9(8) VALUE ZERO.
000188*
000189        77  WS-MASTER-FIM              PIC X(1) VALUE "N".
000190            88  WS-ACABOU-MASTER            VALUE "S".
000191        77  WS-TRAN-FIM                PIC X(1) VALUE "N".
000192            88  WS-ACABOU-TRAN              VALUE "S".
000193*
000194        77  WS-CHAVE-EXISTE            PIC X(1) VALUE "N".
000195            88  WS-CHAVE-ENCONTRADA         VALUE "S".
000196        77  WS-CHAVE-NO-ARQUIVO        PIC X(1) VALUE "N".
000197            88  WS-CHAVE-ARQUIVADA          VALUE "S".
000198*
000199        77  WS-CONT-ANTES              PIC 9(6) VALUE ZERO.
000200        77  WS-CONT-INCLUIDOS          PIC 9(6) VALUE ZERO.
000201        77  WS-CONT-ALTERADOS          PIC 9(6) VALUE ZERO.
000202        77  WS-CONT-INATIVADOS         PIC 9(6) VALUE ZERO.
000203        77  WS-CONT-REINTEGRADOS       PIC 9(6) VALUE ZERO.
000204        77  WS-CONT-REJEITADOS         PIC 9(6) VALUE ZERO.
000205        77  WS-CONT-TRANSACOES         PIC 9(6) VALUE ZERO.
000206        77  WS-CONT-DEPOIS             PIC 9(6) VALUE ZERO.
000207*
000208*********************
000209        PROCEDURE DIVISION.
000210*********************
000211*
000212            MOVE FUNCTION CURRENT-DATE TO WS-INICIO-EXECUCAO.
000213*
000214            MOVE WS-RC-NORMAL TO RETURN-CODE.
000215            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
000216            PERFORM 0050-OBTER-DATA-MOVIMENTO.
000217*
000218            OPEN INPUT MASTER-OLD.
000219            OPEN INPUT TRAN-FILE.
000220*
000221            IF WS-FS-MASTER-OLD NOT = "00" AND NOT = "05"
000222                DISPLAY 'ERRO SEVERO AO ABRIR MASTOUT - FS='
000223                        WS-FS-MASTER-OLD
000224                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000225            ELSE
000226                IF WS-FS-TRAN NOT = "00" AND NOT = "05"
000227                    DISPLAY 'ERRO SEVERO AO ABRIR TRANSACAO - FS='
000228                        WS-FS-TRAN
000229                    MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000230                    CLOSE MASTER-OLD
000231                ELSE
000232                    OPEN OUTPUT MASTER-NEW
000233                    IF WS-FS-MASTER-NEW NOT = "00"
000234                        DISPLAY 'ERRO SEVERO AO ABRIR MASTNOVO - '
000235                            'FS='
000236                                WS-FS-MASTER-NEW
000237                        MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000238                        CLOSE MASTER-OLD
000239                        CLOSE TRAN-FILE
000240                    ELSE
000241                        PERFORM 1000-COPIAR-MESTRE
000242                        PERFORM 1500-REABRIR-MASTNOVO
000243*
000244                        IF RETURN-CODE < WS-RC-ERRO-SEVERO
000245                            PERFORM 2000-PROCESSAR-TRANSACOES
000246                            PERFORM 9000-IMPRIMIR-RESUMO
000247                            PERFORM 9500-GRAVAR-CONTROLE
000248*
000249                            IF RETURN-CODE >= WS-RC-ERRO-SEVERO
000250                                CONTINUE
000251                            ELSE
000252                                IF WS-CONT-TRANSACOES = ZERO
000253                                    MOVE WS-RC-AVISO
000254                                        TO RETURN-CODE
000255                                ELSE
000256                                    IF WS-CONT-REJEITADOS > ZERO
000257                                        MOVE WS-RC-ERRO-DADOS TO
000258                                            RETURN-CODE
000259                                    END-IF
000260                                END-IF
000261                            END-IF
000262                        END-IF
000263*
000264                        CLOSE MASTER-OLD
000265                        CLOSE TRAN-FILE
000266                        CLOSE MASTER-NEW
000267                    END-IF
000268                END-IF
000269            END-IF.
000270*
000271            PERFORM 9700-REGISTRAR-RESULTADO.
000272*
000273            PERFORM 9750-GRAVAR-ESTATISTICA.
000274*
000275            STOP RUN.
000276*
000277**----------------------------------------------------------------*
000278        0050-OBTER-DATA-MOVIMENTO.
000279**----------------------------------------------------------------*
000280*    DATA-MOVIMENTO DO CARTAO DATAPROC, SO PARA IDENTIFICAR A
000281*    EXECUCAO NAS ESTATISTICAS DA JANELA (OS CARIMBOS DESTE
000282*    PROGRAMA CONTINUAM COM A DATA DA MAQUINA); SEM O CARTAO,
000283*    VALE A DATA DA MAQUINA.
000284*
000285            MOVE WS-DH-DATA TO WS-DATA-MOVIMENTO.
000286*
000287            OPEN INPUT DATE-CARD.
000288*
000289            IF WS-FS-DATAPROC = "00"
000290                READ DATE-CARD
000291                    AT END
000292                        DISPLAY 'AVISO: DATAPROC VAZIO - USANDO '
000293                            'A DATA DA MAQUINA'
000294                    NOT AT END
000295                        IF DP-DATA-PROCESSAMENTO IS NUMERIC
000296                           AND DP-DATA-PROCESSAMENTO > ZERO
000297                            MOVE DP-DATA-PROCESSAMENTO
000298                                TO WS-DATA-MOVIMENTO
000299                        ELSE
000300                            DISPLAY 'AVISO: DATAPROC INVALIDO - '
000301                                'USANDO A DATA DA MAQUINA'
000302                        END-IF
000303                END-READ
000304                CLOSE DATE-CARD
000305            ELSE
000306                DISPLAY 'AVISO: DATAPROC INDISPONIVEL - USANDO '
000307                    'A DATA DA MAQUINA'
000308            END-IF.
000309*
000310**----------------------------------------------------------------*
000311        1000-COPIAR-MESTRE.
000312**----------------------------------------------------------------*
000313*    TRANSCREVE O MESTRE CORRENTE INTEIRO PARA A NOVA GERACAO
000314*    MASTNOVO. A LEITURA SEQUENCIAL DO KSDS JA DEVOLVE AS CHAVES
000315*    EM ORDEM ASCENDENTE, ENTAO O WRITE NUNCA VE CHAVE DUPLICADA
000316*    NESTA FASE.
000317*
000318            PERFORM UNTIL WS-ACABOU-MASTER
000319                READ MASTER-OLD
000320                    AT END
000321                        SET WS-ACABOU-MASTER TO TRUE
000322                    NOT AT END
000323                        MOVE MO-ID            TO MR-ID
000324                        MOVE MO-NOME          TO MR-NOME
000325                        MOVE MO-DATA-EXECUCAO TO MR-DATA-EXECUCAO
000326                        MOVE MO-STATUS        TO MR-STATUS
000327                        MOVE MO-ORIGEM        TO MR-ORIGEM
000328                        WRITE MR-MASTER-RECORD
000329                        IF WS-FS-MASTER-NEW NOT = "00"
000330                            DISPLAY 'ERRO SEVERO AO GRAVAR '
000331                                'MASTNOVO NA COPIA - FS='
000332                                WS-FS-MASTER-NEW
000333                            MOVE WS-RC-ERRO-SEVERO
000334                                TO RETURN-CODE
000335                            SET WS-ACABOU-MASTER TO TRUE
000336                        ELSE
000337                            ADD 1 TO WS-CONT-ANTES
000338                        END-IF
000339                END-READ
000340            END-PERFORM.
000341*
000342**----------------------------------------------------------------*
000343        1500-REABRIR-MASTNOVO.
000344**----------------------------------------------------------------*
000345*    FECHA MASTNOVO (GRAVADO EM OUTPUT NA FASE DE COPIA) E REABRE
000346*    EM I-O, PARA QUE AS TRANSACOES POSSAM LER, REGRAVAR E
000347*    INCLUIR REGISTROS DIRETO PELA CHAVE.
000348*
000349            CLOSE MASTER-NEW.
000350            OPEN I-O MASTER-NEW.
000351*
000352            IF WS-FS-MASTER-NEW NOT = "00"
000353                DISPLAY 'ERRO SEVERO AO REABRIR MASTNOVO - FS='
000354                    WS-FS-MASTER-NEW
000355                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000356            END-IF.
000357*
000358**----------------------------------------------------------------*
000359        2000-PROCESSAR-TRANSACOES.
000360**----------------------------------------------------------------*
000361*    LE CADA TRANSACAO E A APLICA SOBRE MASTNOVO POR CHAVE, SEM
000362*    DEPENDER DA ORDEM DO ARQUIVO DE TRANSACAO. CADA TRANSACAO
000363*    APLICADA DEIXA UM REGISTRO ANTES/DEPOIS NO ARQUIVO DE
000364*    HISTORIA; SEM O ARQUIVO DE HISTORIA ABERTO NENHUMA
000365*    TRANSACAO E APLICADA - A TRILHA DA AUDITORIA NAO PODE
000366*    FICAR COM BURACO. O MASTARQ SO E CONSULTADO (A SITUACAO DA
000367*    CHAVE REINTEGRADA E ATUALIZADA PELO COBOL014, DEPOIS DA
000368*    PROMOCAO); AINDA INEXISTENTE, NENHUMA CHAVE ESTA ARQUIVADA.
000369*
000370            OPEN EXTEND HIST-FILE.
000371            OPEN INPUT ARCHIVE-FILE.
000372*
000373            IF WS-FS-HISTORIA NOT = "00"
000374                DISPLAY 'ERRO SEVERO AO ABRIR HISTORIA - FS='
000375                    WS-FS-HISTORIA
000376                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000377                IF WS-FS-ARQUIVO = "00" OR "05"
000378                    CLOSE ARCHIVE-FILE
000379                END-IF
000380            ELSE
000381                IF WS-FS-ARQUIVO NOT = "00" AND NOT = "05"
000382                    DISPLAY 'ERRO SEVERO AO ABRIR MASTARQ - FS='
000383                        WS-FS-ARQUIVO
000384                    MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000385                    CLOSE HIST-FILE
000386                ELSE
000387                    PERFORM UNTIL WS-ACABOU-TRAN
000388                        READ TRAN-FILE
000389                            AT END
000390                                SET WS-ACABOU-TRAN TO TRUE
000391                            NOT AT END
000392                                ADD 1 TO WS-CONT-TRANSACOES
000393                                PERFORM 3000-APLICAR-TRANSACAO
000394                        END-READ
000395                    END-PERFORM
000396*
000397                    CLOSE HIST-FILE
000398                    CLOSE ARCHIVE-FILE
000399                END-IF
000400            END-IF.
000401*
000402**----------------------------------------------------------------*
000403        3000-APLICAR-TRANSACAO.
000404**----------------------------------------------------------------*
000405*    LE MASTNOVO PELA CHAVE DA TRANSACAO PARA SABER SE ELA JA
000406*    EXISTE, E ENTAO DECIDE: INCLUSAO EXIGE CHAVE INEDITA;
000407*    ALTERACAO E INATIVACAO EXIGEM CHAVE EXISTENTE. CHAVE FORA DE
000408*    MASTNOVO E PROCURADA NO MASTARQ: INCLUSAO DE CHAVE ARQUIVADA
000409*    E REJEITADA E A REINTEGRACAO EXIGE CHAVE ARQUIVADA.
000410*
000411            MOVE "N" TO WS-CHAVE-EXISTE.
000412            MOVE "N" TO WS-CHAVE-NO-ARQUIVO.
000413            MOVE TR-ID TO MR-ID.
000414*
000415            MOVE SPACES TO WS-NOME-ANTES.
000416            MOVE SPACE  TO WS-STATUS-ANTES.
000417*
000418            READ MASTER-NEW
000419                INVALID KEY
000420                    CONTINUE
000421                NOT INVALID KEY
000422                    SET WS-CHAVE-ENCONTRADA TO TRUE
000423                    MOVE MR-NOME   TO WS-NOME-ANTES
000424                    MOVE MR-STATUS TO WS-STATUS-ANTES
000425            END-READ.
000426*
000427            IF NOT WS-CHAVE-ENCONTRADA
000428               AND (TR-TIPO-INCLUSAO OR TR-TIPO-REINTEGRACAO)
000429                MOVE TR-ID TO MA-ID
000430                READ ARCHIVE-FILE
000431                    INVALID KEY
000432                        CONTINUE
000433                    NOT INVALID KEY
000434                        IF MA-SITUACAO-ARQUIVADO
000435                            SET WS-CHAVE-ARQUIVADA TO TRUE
000436                        END-IF
000437                END-READ
000438            END-IF.
000439*
000440            EVALUATE TRUE
000441                WHEN TR-TIPO-INCLUSAO AND WS-CHAVE-ENCONTRADA
000442                    DISPLAY 'TRANSACAO REJEITADA - CHAVE '
000443                        'DUPLICADA TR-ID='
000444                            TR-ID
000445                    ADD 1 TO WS-CONT-REJEITADOS
000446*
000447                WHEN TR-TIPO-INCLUSAO AND WS-CHAVE-ARQUIVADA
000448                    DISPLAY 'TRANSACAO REJEITADA - CHAVE '
000449                        'ARQUIVADA (USAR REINTEGRACAO) TR-ID='
000450                            TR-ID
000451                    ADD 1 TO WS-CONT-REJEITADOS
000452*
000453                WHEN TR-TIPO-INCLUSAO
000454                    MOVE TR-ID             TO MR-ID
000455                    MOVE TR-NOME           TO MR-NOME
000456                    MOVE WS-DH-DATA        TO MR-DATA-EXECUCAO
000457                    SET MR-STATUS-ATIVO    TO TRUE
000458                    MOVE "GER "            TO MR-ORIGEM
000459                    WRITE MR-MASTER-RECORD
000460                    IF WS-FS-MASTER-NEW NOT = "00"
000461                        PERFORM 3900-ERRO-GRAVACAO-MASTNOVO
000462                    ELSE
000463                        ADD 1 TO WS-CONT-INCLUIDOS
000464                        PERFORM 3500-GRAVAR-HISTORIA
000465                    END-IF
000466*
000467                WHEN TR-TIPO-ALTERACAO AND WS-CHAVE-ENCONTRADA
000468                    MOVE TR-NOME TO MR-NOME
000469                    REWRITE MR-MASTER-RECORD
000470                    IF WS-FS-MASTER-NEW NOT = "00"
000471                        PERFORM 3900-ERRO-GRAVACAO-MASTNOVO
000472                    ELSE
000473                        ADD 1 TO WS-CONT-ALTERADOS
000474                        PERFORM 3500-GRAVAR-HISTORIA
000475                    END-IF
000476*
000477                WHEN TR-TIPO-INATIVACAO AND WS-CHAVE-ENCONTRADA
000478                    SET MR-STATUS-INATIVO TO TRUE
000479                    REWRITE MR-MASTER-RECORD
000480                    IF WS-FS-MASTER-NEW NOT = "00"
000481                        PERFORM 3900-ERRO-GRAVACAO-MASTNOVO
000482                    ELSE
000483                        ADD 1 TO WS-CONT-INATIVADOS
000484                        PERFORM 3500-GRAVAR-HISTORIA
000485                    END-IF
000486*
000487                WHEN TR-TIPO-REINTEGRACAO AND WS-CHAVE-ENCONTRADA
000488                    DISPLAY 'TRANSACAO REJEITADA - CHAVE '
000489                        'JA ESTA NO MESTRE TR-ID='
000490                            TR-ID
000491                    ADD 1 TO WS-CONT-REJEITADOS
000492*
000493                WHEN TR-TIPO-REINTEGRACAO AND WS-CHAVE-ARQUIVADA
000494                    MOVE MA-NOME           TO WS-NOME-ANTES
000495                    MOVE MA-STATUS         TO WS-STATUS-ANTES
000496                    MOVE MA-ID             TO MR-ID
000497                    MOVE MA-NOME           TO MR-NOME
000498                    MOVE MA-DATA-EXECUCAO  TO MR-DATA-EXECUCAO
000499                    SET MR-STATUS-ATIVO    TO TRUE
000500                    MOVE MA-ORIGEM         TO MR-ORIGEM
000501                    WRITE MR-MASTER-RECORD
000502                    IF WS-FS-MASTER-NEW NOT = "00"
000503                        PERFORM 3900-ERRO-GRAVACAO-MASTNOVO
000504                    ELSE
000505                        ADD 1 TO WS-CONT-REINTEGRADOS
000506                        PERFORM 3500-GRAVAR-HISTORIA
000507                    END-IF
000508*
000509                WHEN TR-TIPO-ALTERACAO OR TR-TIPO-INATIVACAO
000510                    DISPLAY 'TRANSACAO REJEITADA - CHAVE '
000511                        'INEXISTENTE TR-ID='
000512                            TR-ID
000513                    ADD 1 TO WS-CONT-REJEITADOS
000514*
000515                WHEN TR-TIPO-REINTEGRACAO
000516                    DISPLAY 'TRANSACAO REJEITADA - CHAVE '
000517                        'FORA DO MASTARQ TR-ID='
000518                            TR-ID
000519                    ADD 1 TO WS-CONT-REJEITADOS
000520*
000521                WHEN OTHER
000522                    DISPLAY 'TRANSACAO REJEITADA - TIPO INVALIDO '
000523                        'TR-ID='
000524                            TR-ID
000525                    ADD 1 TO WS-CONT-REJEITADOS
000526            END-EVALUATE.
000527*
000528**----------------------------------------------------------------*
000529        3500-GRAVAR-HISTORIA.
000530**----------------------------------------------------------------*
000531*    GRAVA A IMAGEM ANTES/DEPOIS DA TRANSACAO RECEM-APLICADA.
000532*    NA INCLUSAO A IMAGEM ANTERIOR SAI EM BRANCO; NA
000533*    REINTEGRACAO, VEM DA IMAGEM ARQUIVADA NO MASTARQ; NAS
000534*    DEMAIS, VEM DO REGISTRO LIDO DE MASTNOVO ANTES DA APLICACAO.
000535*
000536            MOVE TR-ID              TO HS-ID.
000537            MOVE TR-TIPO-TRANSACAO  TO HS-TIPO-ALTERACAO.
000538            MOVE WS-NOME-ANTES      TO HS-NOME-ANTES.
000539            MOVE WS-STATUS-ANTES    TO HS-STATUS-ANTES.
000540            MOVE MR-NOME            TO HS-NOME-DEPOIS.
000541            MOVE MR-STATUS          TO HS-STATUS-DEPOIS.
000542            MOVE WS-DH-DATA         TO HS-DATA-MANUTENCAO.
000543            MOVE WS-DH-HORA         TO HS-HORA-MANUTENCAO.
000544*
000545            WRITE HS-HISTORY-RECORD.
000546*
000547            IF WS-FS-HISTORIA NOT = "00"
000548                DISPLAY 'ERRO SEVERO AO GRAVAR HISTORIA - FS='
000549                    WS-FS-HISTORIA
000550                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000551                SET WS-ACABOU-TRAN TO TRUE
000552            END-IF.
000553*
000554**----------------------------------------------------------------*
000555        3900-ERRO-GRAVACAO-MASTNOVO.
000556**----------------------------------------------------------------*
000557*    UMA GRAVACAO REPROVADA EM MASTNOVO NAO MUDA CONTADOR NEM
000558*    GERA HISTORIA - AS CONTAGENS CONTINUARIAM FECHANDO E O
000559*    COBOL014 PROMOVERIA UM MESTRE COM TRANSACAO PERDIDA. E
000560*    ERRO SEVERO E O PROCESSAMENTO DE TRANSACOES PARA AQUI.
000561*
000562            DISPLAY 'ERRO SEVERO AO GRAVAR MASTNOVO - FS='
000563                WS-FS-MASTER-NEW.
000564            MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE.
000565            SET WS-ACABOU-TRAN TO TRUE.
000566*
000567**----------------------------------------------------------------*
000568        9000-IMPRIMIR-RESUMO.
000569**----------------------------------------------------------------*
000570            COMPUTE WS-CONT-DEPOIS =
000571                    WS-CONT-ANTES + WS-CONT-INCLUIDOS
000572                  + WS-CONT-REINTEGRADOS.
000573*
000574            DISPLAY 'RESUMO DA MANUTENCAO DO ARQUIVO MESTRE'.
000575            DISPLAY 'REGISTROS NO MESTRE : ' WS-CONT-ANTES.
000576            DISPLAY 'TRANSACOES LIDAS    : ' WS-CONT-TRANSACOES.
000577            DISPLAY 'INCLUSOES           : ' WS-CONT-INCLUIDOS.
000578            DISPLAY 'ALTERACOES          : ' WS-CONT-ALTERADOS.
000579            DISPLAY 'INATIVACOES         : ' WS-CONT-INATIVADOS.
000580            DISPLAY 'REINTEGRACOES       : ' WS-CONT-REINTEGRADOS.
000581            DISPLAY 'REJEITADAS          : ' WS-CONT-REJEITADOS.
000582            DISPLAY 'REGISTROS EM MASTNOVO : ' WS-CONT-DEPOIS.
000583*
000584**----------------------------------------------------------------*
000585        9500-GRAVAR-CONTROLE.
000586**----------------------------------------------------------------*
000587*    GRAVA O REGISTRO DE CONTROLE DA MANUTENCAO PARA O COBOL014
000588*    CONFERIR A EQUACAO ANTES DE PROMOVER MASTNOVO.
000589*
000590            OPEN OUTPUT CTL-FILE.
000591*
000592            IF WS-FS-CONTROLE NOT = "00"
000593                DISPLAY 'ERRO SEVERO AO ABRIR MANUTCTL - FS='
000594                    WS-FS-CONTROLE
000595                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000596            ELSE
000597                MOVE WS-DH-DATA          TO MC-DATA-MANUTENCAO
000598                MOVE WS-DH-HORA          TO MC-HORA-MANUTENCAO
000599                MOVE WS-CONT-ANTES       TO MC-CONT-ANTES
000600                MOVE WS-CONT-TRANSACOES  TO MC-CONT-TRANSACOES
000601                MOVE WS-CONT-INCLUIDOS   TO MC-CONT-INCLUIDOS
000602                MOVE WS-CONT-ALTERADOS   TO MC-CONT-ALTERADOS
000603                MOVE WS-CONT-INATIVADOS  TO MC-CONT-INATIVADOS
000604                MOVE WS-CONT-REJEITADOS  TO MC-CONT-REJEITADOS
000605                MOVE WS-CONT-DEPOIS      TO MC-CONT-DEPOIS
000606                MOVE WS-CONT-REINTEGRADOS
000607                                         TO MC-CONT-REINTEGRADOS
000608*
000609                WRITE MC-CONTROLE-RECORD
000610*
000611                IF WS-FS-CONTROLE NOT = "00"
000612                    DISPLAY 'ERRO SEVERO AO GRAVAR MANUTCTL - '
000613                        'FS='
000614                        WS-FS-CONTROLE
000615                    MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000616                END-IF
000617*
000618                CLOSE CTL-FILE
000619            END-IF.
000620*
000621**----------------------------------------------------------------*
000622        9700-REGISTRAR-RESULTADO.
000623**----------------------------------------------------------------*
000624*    GRAVA NO ARQUIVO CENTRAL DE MENSAGENS (MENSAGEM) O
000625*    DESFECHO DA EXECUCAO QUANDO HOUVE ALGO ACIONAVEL
000626*    (RETURN-CODE >= 4); O RELATORIO DE EXCECOES DO COBOL020 E
000627*    MONTADO DALI, EM VEZ DE O OPERADOR GARIMPAR O SYSOUT.
000628*
000629            IF RETURN-CODE >= WS-RC-AVISO
000630                IF RETURN-CODE >= WS-RC-ERRO-DADOS
000631                    MOVE "E" TO WS-MSG-SEVERIDADE
000632                ELSE
000633                    MOVE "A" TO WS-MSG-SEVERIDADE
000634                END-IF
000635                MOVE RETURN-CODE TO WS-MSG-CODIGO-RC
000636                MOVE 'MANUTENCAO DO MESTRE COM PROBLEMA'
000637                    TO WS-MSG-TEXTO
000638                PERFORM 9800-GRAVAR-MENSAGEM
000639            END-IF.
000640*
000641**----------------------------------------------------------------*
000642        9750-GRAVAR-ESTATISTICA.
000643**----------------------------------------------------------------*
000644*    ACRESCENTA NO ARQUIVO DE ESTATISTICAS DA JANELA DE BATCH
000645*    (ESTATIST, COPY ESTATREC) O INICIO, O FIM, OS VOLUMES E O
000646*    RETURN-CODE DESTA EXECUCAO, PARA A TENDENCIA DO COBOL035.
000647*    FALHA AQUI SO GERA AVISO NA CONSOLA - A ESTATISTICA NUNCA
000648*    MUDA O RETURN-CODE DO PASSO.
000649*
000650            MOVE FUNCTION CURRENT-DATE TO WS-FIM-EXECUCAO.
000651*
000652            OPEN EXTEND STAT-FILE.
000653*
000654            IF WS-FS-ESTATIST NOT = "00"
000655               AND WS-FS-ESTATIST NOT = "05"
000656                DISPLAY 'AVISO: ESTATISTICA NAO GRAVADA - FS='
000657                    WS-FS-ESTATIST
000658            ELSE
000659                MOVE SPACES TO ES-ESTATISTICA-RECORD
000660                MOVE WS-DATA-MOVIMENTO TO ES-DATA-MOVIMENTO
000661                MOVE 'COBOL006' TO ES-PROGRAM-ID
000662                MOVE SPACES TO ES-FUNCAO
000663                MOVE WS-IE-DATA TO ES-DATA-INICIO
000664                MOVE WS-IE-HORA TO ES-HORA-INICIO
000665                MOVE WS-FE-DATA TO ES-DATA-FIM
000666                MOVE WS-FE-HORA TO ES-HORA-FIM
000667                COMPUTE ES-REGISTROS-LIDOS =
000668                    WS-CONT-ANTES + WS-CONT-TRANSACOES
000669                COMPUTE ES-REGISTROS-GRAVADOS =
000670                    WS-CONT-ANTES + WS-CONT-INCLUIDOS
000671                  + WS-CONT-ALTERADOS + WS-CONT-INATIVADOS
000672                  + WS-CONT-REINTEGRADOS
000673                MOVE RETURN-CODE TO ES-RETURN-CODE
000674*
000675                WRITE ES-ESTATISTICA-RECORD
000676*
000677                IF WS-FS-ESTATIST NOT = "00"
000678                    DISPLAY 'AVISO: ESTATISTICA NAO GRAVADA - FS='
000679                        WS-FS-ESTATIST
000680                END-IF
000681*
000682                CLOSE STAT-FILE
000683            END-IF.
000684*
000685**----------------------------------------------------------------*
000686        9800-GRAVAR-MENSAGEM.
000687**----------------------------------------------------------------*
000688            OPEN EXTEND MSG-FILE.
000689*
000690            IF WS-FS-MENSAGEM NOT = "00"
000691                DISPLAY 'ERRO AO ABRIR MENSAGEM - FS='
000692                    WS-FS-MENSAGEM
000693            ELSE
000694                MOVE 'COBOL006' TO MG-PROGRAM-ID
000695                MOVE WS-MSG-SEVERIDADE TO MG-SEVERIDADE
000696                MOVE WS-MSG-CODIGO-COMP TO MG-CODIGO
000697                MOVE WS-DH-DATA TO MG-DATA-MOVIMENTO
000698                MOVE WS-DH-HORA TO MG-HORA-GRAVACAO
000699                MOVE WS-MSG-TEXTO TO MG-TEXTO
000700*
000701                WRITE MG-MESSAGE-RECORD
000702*
000703                IF WS-FS-MENSAGEM NOT = "00"
000704                    DISPLAY 'ERRO AO GRAVAR MENSAGEM - FS='
000705                        WS-FS-MENSAGEM
000706                END-IF
000707*
000708                CLOSE MSG-FILE
000709            END-IF.
000710*
000711        END PROGRAM COBOL006.
000712* FIM DO PROGRAMA ****************************
