000001******************************************************************
000002* DATA     : 15/10/2026
000003* AUTOR    : FRANCINE NUNES MOYSES
000004* OBJETIVO : APROVACAO DAS TRANSACOES DE MANUTENCAO DO MESTRE NO
000005*            CONTROLE DE DUPLA CUSTODIA. LE O ARQUIVO DE
000006*            PENDENTES GRAVADO PELO COBOL031 (PENDENTE, COPY
000007*            PENDREC) JUNTO COM O DECK DE APROVACAO (APROVACAO,
000008*            COPY APROVREC, CHAVEADO PELO NUMERO DA PENDENCIA).
000009*            A DECISAO TEM DE VIR DE UM OPERADOR DIFERENTE DO QUE
000010*            DIGITOU A TRANSACAO - A DO MESMO OPERADOR E BARRADA
000011*            E A PENDENCIA CONTINUA ABERTA. DECISAO "A" APROVA: A
000012*            TRANSACAO E GRAVADA EM TRANSAI (COPY TRANREC), QUE O
000013*            APROVJOB ACRESCENTA AO ARQUIVO DE TRANSACAO DO
000014*            COBOL006 - SO TRANSACAO APROVADA CHEGA A MANUTENCAO;
000015*            DECISAO "R" RECUSA (COM MOTIVO OBRIGATORIO).
000016*            PENDENCIA SEM DECISAO E COM IDADE MAIOR QUE O LIMITE
000017*            DO PARM (3 DIGITOS, EM DIAS; SEM PARM VALE O PADRAO
000018*            DE 005 DIAS) EXPIRA SOZINHA. TODA PENDENCIA DECIDIDA
000019*            SAI DO ARQUIVO VIVO E VAI PARA AS RESOLVIDAS DA
000020*            RODADA (RESOLSAI, COPY PENDRES) COM A DECISAO, O
000021*            OPERADOR, A DATA, A HORA E O MOTIVO; AS DEMAIS
000022*            CONTINUAM NO ARQUIVO VIVO REGRAVADO (PENDSAI). O
000023*            APROVJOB SO ACRESCENTA RESOLSAI AO HISTORICO DE
000024*            RESOLVIDAS (PENDENTE.RESOLVIDO) QUANDO TROCA O
000025*            ARQUIVO VIVO, PARA QUE O HISTORICO NUNCA REGISTRE UMA
000026*            DECISAO QUE NAO CHEGOU A VALER. O RELATORIO
000027*            RELAPROV LISTA AS APROVADAS E AS DECISOES NAO
000028*            ACEITAS, TODAS AS RECUSADAS E EXPIRADAS DA RODADA E
000029*            TODAS AS PENDENCIAS QUE CONTINUAM ABERTAS, COM A
000030*            IDADE.
000031* CPD      : INEFE
000032******************************************************************
000033******************************************************************
000034* CONDICOES DE RETORNO (RETURN-CODE) DESTE PROGRAMA:
000035*     0000  =  PROCESSAMENTO NORMAL
000036*     0004  =  AVISO - DECISOES NAO ACEITAS (SEM OPERADOR, ACAO
000037*              INVALIDA, RECUSA SEM MOTIVO OU SEM PENDENCIA
000038*              ABERTA) OU PENDENCIAS EXPIRADAS NA RODADA
000039*     0008  =  ERRO DE DADOS - HOUVE DECISAO DO MESMO OPERADOR
000040*              QUE DIGITOU A TRANSACAO (BARRADA); AS DEMAIS
000041*              DECISOES VALEM E O ARQUIVO VIVO E TROCADO
000042*     0016  =  ERRO SEVERO - FALHA AO ABRIR/GRAVAR UM DOS
000043*              ARQUIVOS (O ARQUIVO PENDENTE NAO E TROCADO,
000044*              NENHUMA APROVACAO E REPASSADA AO COBOL006 E
000045*              NENHUMA DECISAO VAI PARA O HISTORICO DE RESOLVIDAS)
000046******************************************************************
000047        IDENTIFICATION DIVISION.
000048**************************
000049        PROGRAM-ID. COBOL032.
000050        AUTHOR. FRANCINE NUNES MOYSES.
000051        DATE-WRITTEN. 26/10/15 @ 11:00:00.
000052        DATE-COMPILED. 2026-10-15.
000053        INSTALLATION. INEFE.
000054        SECURITY. NORMAL.
000055*
000056***********************
000057        ENVIRONMENT DIVISION.
000058***********************
000059*
000060        INPUT-OUTPUT SECTION.
000061*
000062        FILE-CONTROL.
000063            SELECT OPTIONAL PENDING-FILE ASSIGN TO "PENDENTE"
000064                ORGANIZATION IS SEQUENTIAL
000065                FILE STATUS IS WS-FS-PENDENTE.
000066*
000067            SELECT OPTIONAL APPROVAL-IN ASSIGN TO "APROVACAO"
000068                ORGANIZATION IS SEQUENTIAL
000069                FILE STATUS IS WS-FS-APROVACAO.
000070*
000071            SELECT OPTIONAL DATE-CARD ASSIGN TO "DATAPROC"
000072                ORGANIZATION IS SEQUENTIAL
000073                FILE STATUS IS WS-FS-DATAPROC.
000074*
000075            SELECT TRANS-OUT ASSIGN TO "TRANSAI"
000076                ORGANIZATION IS SEQUENTIAL
000077                FILE STATUS IS WS-FS-TRANS-OUT.
000078*
000079            SELECT PENDING-SAI ASSIGN TO "PENDSAI"
000080                ORGANIZATION IS SEQUENTIAL
000081                FILE STATUS IS WS-FS-PENDENTE-SAI.
000082*
000083            SELECT PENDING-RESOL ASSIGN TO "RESOLSAI"
000084                ORGANIZATION IS SEQUENTIAL
000085                FILE STATUS IS WS-FS-RESOL.
000086*
000087            SELECT APPROVAL-RPT ASSIGN TO "RELAPROV"
000088                ORGANIZATION IS SEQUENTIAL
000089                FILE STATUS IS WS-FS-RELATORIO.
000090*
000091            SELECT MSG-FILE ASSIGN TO "MENSAGEM"
000092                ORGANIZATION IS SEQUENTIAL
000093                FILE STATUS IS WS-FS-MENSAGEM.
000094*
000095****************
000096        DATA DIVISION.
000097****************
000098*
000099        FILE SECTION.
000100*
000101        FD  PENDING-FILE
000102            RECORDING MODE IS F.
000103        COPY "PENDREC.cpy".
000104*
000105        FD  APPROVAL-IN
000106            RECORDING MODE IS F.
000107        COPY "APROVREC.cpy".
000108*
000109        FD  DATE-CARD
000110            RECORDING MODE IS F.
000111        COPY "DATPREC.cpy".
000112*
000113        FD  TRANS-OUT
000114            RECORDING MODE IS F.
000115        COPY "TRANREC.cpy".
000116*
000117        FD  PENDING-SAI
000118            RECORDING MODE IS F.
000119        01  WS-PENDENTE-SAI-RECORD      PIC X(68).
000120*
000121        FD  PENDING-RESOL
000122            RECORDING MODE IS F.
000123        COPY "PENDRES.cpy".
000124*
000125        FD  APPROVAL-RPT
000126            RECORDING MODE IS F.
000127        01  WS-LINHA-RELATORIO          PIC X(132).
000128*
000129        FD  MSG-FILE
000130            RECORDING MODE IS F.
000131        COPY "MSGREC.cpy".
000132*
000133        WORKING-STORAGE SECTION.
000134*
000135        01  WS-CONDICAO-RETORNO.
000136            05  WS-RC-NORMAL             PIC 9(2) VALUE 00.
000137            05  WS-RC-AVISO              PIC 9(2) VALUE 04.
000138            05  WS-RC-ERRO-DADOS         PIC 9(2) VALUE 08.
000139            05  WS-RC-ERRO-SEVERO        PIC 9(2) VALUE 16.
000140*
000141        01  WS-FS-PENDENTE             PIC X(2) VALUE SPACES.
000142        01  WS-FS-APROVACAO            PIC X(2) VALUE SPACES.
000143        01  WS-FS-DATAPROC             PIC X(2) VALUE SPACES.
000144        01  WS-FS-TRANS-OUT            PIC X(2) VALUE SPACES.
000145        01  WS-FS-PENDENTE-SAI         PIC X(2) VALUE SPACES.
000146        01  WS-FS-RESOL                PIC X(2) VALUE SPACES.
000147        01  WS-FS-RELATORIO            PIC X(2) VALUE SPACES.
000148        01  WS-FS-MENSAGEM             PIC X(2) VALUE SPACES.
000149*
000150        01  WS-MSG-CODIGO-COMP.
000151            05  FILLER                  PIC X(2) VALUE "RC".
000152            05  WS-MSG-CODIGO-RC        PIC 9(2) VALUE ZERO.
000153        77  WS-MSG-SEVERIDADE          PIC X(1) VALUE "I".
000154        77  WS-MSG-TEXTO               PIC X(50) VALUE SPACES.
000155*
000156        01  WS-DATA-HORA-ATUAL.
000157            05  WS-DH-DATA              PIC 9(8).
000158            05  WS-DH-HORA              PIC 9(6).
000159            05  WS-DH-CENTESIMOS        PIC 9(2).
000160            05  WS-DH-DIFGMT            PIC X(5).
000161*
000162        77  WS-LIMITE-PADRAO           PIC 9(3) VALUE 005.
000163        77  WS-LIMITE-DIAS             PIC 9(3) VALUE ZERO.
000164        77  WS-DATA-ITEM               PIC 9(8) VALUE ZERO.
000165        77  WS-IDADE-DIAS              PIC S9(5) VALUE ZERO.
000166        77  WS-DIAS-HOJE               PIC 9(7) VALUE ZERO.
000167        77  WS-DIAS-ITEM               PIC 9(7) VALUE ZERO.
000168        77  WS-OPERADOR-EXPIRACAO      PIC X(8) VALUE "COBOL032".
000169        77  WS-REC-MOTIVO              PIC X(30) VALUE SPACES.
000170*
000171        77  WS-APR-FIM                 PIC X(1) VALUE "N".
000172            88  WS-ACABOU-APROVACAO         VALUE "S".
000173        77  WS-PND-FIM                 PIC X(1) VALUE "N".
000174            88  WS-ACABOU-PENDENTE          VALUE "S".
000175        77  WS-RES-FIM                 PIC X(1) VALUE "N".
000176            88  WS-ACABOU-RESOLVIDO         VALUE "S".
000177        77  WS-SAI-FIM                 PIC X(1) VALUE "N".
000178            88  WS-ACABOU-PENDENTE-SAI      VALUE "S".
000179*
000180        77  WS-MAX-TABELA-DEC          PIC 9(3) VALUE 200.
000181        77  WS-CONT-TABELA-DEC         PIC 9(3) VALUE ZERO.
000182        77  WS-IDX-DEC                 PIC 9(3) VALUE ZERO.
000183        77  WS-IDX-DEC-ACHADA          PIC 9(3) VALUE ZERO.
000184        77  WS-DEC-ACHOU               PIC X(1) VALUE "N".
000185            88  WS-DECISAO-ENCONTRADA       VALUE "S".
000186*
000187        01  WS-TABELA-DECISOES.
000188            05  WS-TAB-DEC-ENT         OCCURS 200 TIMES.
000189                10  WS-TAB-DEC-NUMERO  PIC 9(6).
000190                10  WS-TAB-DEC-ACAO    PIC X(1).
000191                10  WS-TAB-DEC-OPER    PIC X(8).
000192                10  WS-TAB-DEC-MOTIVO  PIC X(30).
000193                10  WS-TAB-DEC-USADA   PIC X(1).
000194*
000195*    IMAGEM DO REGISTRO PENDENTE RELIDO DE PENDSAI PARA A LISTA
000196*    DAS PENDENCIAS QUE CONTINUAM ABERTAS (MESMO LAYOUT PENDREC).
000197        01  WS-PENDENTE-RELIDO.
000198            05  WS-PRL-NUMERO           PIC 9(6).
000199            05  WS-PRL-TIPO-TRANSACAO   PIC X(1).
000200            05  WS-PRL-ID               PIC 9(9).
000201            05  WS-PRL-NOME             PIC X(30).
000202            05  WS-PRL-OPERADOR-ENTRADA PIC X(8).
000203            05  WS-PRL-DATA-ENTRADA     PIC 9(8).
000204            05  WS-PRL-HORA-ENTRADA     PIC 9(6).
000205*
000206        77  WS-CONT-PND-LIDOS          PIC 9(6) VALUE ZERO.
000207        77  WS-CONT-DECISOES           PIC 9(6) VALUE ZERO.
000208        77  WS-CONT-APROVADAS          PIC 9(6) VALUE ZERO.
000209        77  WS-CONT-RECUSADAS          PIC 9(6) VALUE ZERO.
000210        77  WS-CONT-EXPIRADAS          PIC 9(6) VALUE ZERO.
000211        77  WS-CONT-EM-ABERTO          PIC 9(6) VALUE ZERO.
000212        77  WS-CONT-NAO-ACEITAS        PIC 9(6) VALUE ZERO.
000213        77  WS-CONT-BLOQUEADAS         PIC 9(6) VALUE ZERO.
000214*
000215        01  WS-LINHA-TITULO.
000216            05  FILLER                PIC X(37)
000217                  VALUE "APROVACAO DE TRANSACOES DE MANUTENCAO".
000218            05  FILLER                PIC X(9)  VALUE " - DATA: ".
000219            05  WS-TIT-DATA           PIC 9(8).
000220            05  FILLER                PIC X(23)
000221                  VALUE "   LIMITE SEM DECISAO: ".
000222            05  WS-TIT-LIMITE         PIC ZZ9.
000223            05  FILLER                PIC X(5) VALUE " DIAS".
000224*
000225        01  WS-LINHA-SECAO.
000226            05  WS-SEC-TEXTO          PIC X(60).
000227*
000228        01  WS-LINHA-COLUNAS.
000229            05  FILLER                PIC X(10) VALUE "SITUACAO".
000230            05  FILLER                PIC X(7)  VALUE "NUMERO".
000231            05  FILLER                PIC X(2)  VALUE "T".
000232            05  FILLER                PIC X(10) VALUE "CHAVE".
000233            05  FILLER                PIC X(31) VALUE "NOME".
000234            05  FILLER                PIC X(9)  VALUE "DIGITOU".
000235            05  FILLER                PIC X(9)  VALUE "ENTRADA".
000236            05  FILLER                PIC X(9)  VALUE "DECIDIU".
000237            05  FILLER                PIC X(6)  VALUE "IDADE".
000238            05  FILLER                PIC X(6)  VALUE "MOTIVO".
000239*
000240        01  WS-LINHA-ITEM.
000241            05  WS-ITM-ROTULO         PIC X(10).
000242            05  WS-ITM-NUMERO         PIC 9(6).
000243            05  FILLER                PIC X(1)  VALUE SPACE.
000244            05  WS-ITM-TIPO           PIC X(1).
000245            05  FILLER                PIC X(1)  VALUE SPACE.
000246            05  WS-ITM-ID             PIC 9(9).
000247            05  FILLER                PIC X(1)  VALUE SPACE.
000248            05  WS-ITM-NOME           PIC X(30).
000249            05  FILLER                PIC X(1)  VALUE SPACE.
000250            05  WS-ITM-OPER-ENTRADA   PIC X(8).
000251            05  FILLER                PIC X(1)  VALUE SPACE.
000252            05  WS-ITM-DATA-ENTRADA   PIC 9(8).
000253            05  FILLER                PIC X(1)  VALUE SPACE.
000254            05  WS-ITM-OPER-DECISAO   PIC X(8).
000255            05  FILLER                PIC X(1)  VALUE SPACE.
000256            05  WS-ITM-IDADE          PIC ZZZZ9.
000257            05  FILLER                PIC X(1)  VALUE SPACE.
000258            05  WS-ITM-MOTIVO         PIC X(30).
000259*
000260        01  WS-LINHA-NAO-ACEITA.
000261            05  FILLER                PIC X(20)
000262                  VALUE "DECISAO NAO ACEITA: ".
000263            05  WS-NAC-NUMERO         PIC 9(6).
000264            05  FILLER                PIC X(6)  VALUE " ACAO ".
000265            05  WS-NAC-ACAO           PIC X(1).
000266            05  FILLER                PIC X(6)  VALUE " OPER ".
000267            05  WS-NAC-OPERADOR       PIC X(8).
000268            05  FILLER                PIC X(3)  VALUE " - ".
000269            05  WS-NAC-MOTIVO         PIC X(30).
000270*
000271        01  WS-LINHA-CONTAGEM.
000272            05  WS-CON-ROTULO         PIC X(22).
000273            05  FILLER                PIC X(2)  VALUE ": ".
000274            05  WS-CON-QTD            PIC ZZZZZ9.
000275*
000276***************************
000277        LINKAGE SECTION.
000278***************************
000279*
000280        COPY "PARMREC.cpy".
000281*
000282        PROCEDURE DIVISION USING LK-PARM-RECORD.
000283*
000284            MOVE WS-RC-NORMAL TO RETURN-CODE.
000285            PERFORM 0050-OBTER-DATA-PROCESSO.
000286*
000287            IF LK-PARM-LENGTH >= 3
000288               AND LK-PARM-NAME(1:3) IS NUMERIC
000289                MOVE LK-PARM-NAME(1:3) TO WS-LIMITE-DIAS
000290            ELSE
000291                DISPLAY 'AVISO: PARM SEM LIMITE DE DIAS (NNN) - '
000292                    'USANDO O PADRAO DE ' WS-LIMITE-PADRAO
000293                MOVE WS-LIMITE-PADRAO TO WS-LIMITE-DIAS
000294            END-IF.
000295*
000296            PERFORM 1000-CARREGAR-DECISOES.
000297*
000298            IF RETURN-CODE < WS-RC-ERRO-SEVERO
000299                PERFORM 2000-ABRIR-ARQUIVOS
000300            END-IF.
000301*
000302            IF RETURN-CODE < WS-RC-ERRO-SEVERO
000303                PERFORM 3000-PROCESSAR-PENDENTES
000304                PERFORM 7000-LISTAR-DECISOES-SOBRA
000305                PERFORM 8500-FECHAR-ARQUIVOS
000306*
000307                IF RETURN-CODE < WS-RC-ERRO-SEVERO
000308                    PERFORM 7500-LISTAR-RECUSADAS
000309                    PERFORM 7700-LISTAR-ABERTAS
000310                    PERFORM 8000-EMITIR-TOTAIS
000311                END-IF
000312*
000313                CLOSE APPROVAL-RPT
000314                PERFORM 9000-IMPRIMIR-RESUMO
000315*
000316                IF RETURN-CODE >= WS-RC-ERRO-SEVERO
000317                    CONTINUE
000318                ELSE
000319                    IF WS-CONT-BLOQUEADAS > ZERO
000320                        MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
000321                    ELSE
000322                        IF WS-CONT-NAO-ACEITAS > ZERO
000323                           OR WS-CONT-EXPIRADAS > ZERO
000324                            MOVE WS-RC-AVISO TO RETURN-CODE
000325                        END-IF
000326                    END-IF
000327                END-IF
000328            END-IF.
000329*
000330            PERFORM 9700-REGISTRAR-RESULTADO.
000331*
000332            GOBACK.
000333*
000334**----------------------------------------------------------------*
000335        0050-OBTER-DATA-PROCESSO.
000336**----------------------------------------------------------------*
000337*    A IDADE DAS PENDENCIAS E CONTADA ATE A DATA-MOVIMENTO DO
000338*    CARTAO DATAPROC, A MESMA QUE O COBOL031 CARIMBOU NA
000339*    ENTRADA; SEM O CARTAO, VALE A DATA DA MAQUINA, COM AVISO
000340*    NA CONSOLA. A HORA DA DECISAO E SEMPRE A DO RELOGIO.
000341*
000342            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
000343*
000344            OPEN INPUT DATE-CARD.
000345*
000346            IF WS-FS-DATAPROC = "00"
000347                READ DATE-CARD
000348                    AT END
000349                        DISPLAY 'AVISO: DATAPROC VAZIO - USANDO '
000350                            'A DATA DA MAQUINA'
000351                    NOT AT END
000352                        IF DP-DATA-PROCESSAMENTO IS NUMERIC
000353                           AND DP-DATA-PROCESSAMENTO > ZERO
000354                            MOVE DP-DATA-PROCESSAMENTO
000355                                TO WS-DH-DATA
000356                        ELSE
000357                            DISPLAY 'AVISO: DATAPROC INVALIDO - '
000358                                'USANDO A DATA DA MAQUINA'
000359                        END-IF
000360                END-READ
000361                CLOSE DATE-CARD
000362            ELSE
000363                DISPLAY 'AVISO: DATAPROC INDISPONIVEL - USANDO '
000364                    'A DATA DA MAQUINA'
000365            END-IF.
000366*
000367**----------------------------------------------------------------*
000368        1000-CARREGAR-DECISOES.
000369**----------------------------------------------------------------*
000370*    CARREGA O DECK DE APROVACAO NA TABELA EM MEMORIA (ATE 200
000371*    POR EXECUCAO - AS EXCEDENTES FICAM PARA A PROXIMA RODADA,
000372*    COM MENSAGEM NA CONSOLA). SEM O DECK, A RODADA SO LISTA AS
000373*    PENDENCIAS E APLICA A EXPIRACAO.
000374*
000375            OPEN INPUT APPROVAL-IN.
000376*
000377            IF WS-FS-APROVACAO = "00"
000378                PERFORM UNTIL WS-ACABOU-APROVACAO
000379                    READ APPROVAL-IN
000380                        AT END
000381                            SET WS-ACABOU-APROVACAO TO TRUE
000382                        NOT AT END
000383                            PERFORM 1100-GUARDAR-DECISAO
000384                    END-READ
000385                END-PERFORM
000386            END-IF.
000387*
000388            CLOSE APPROVAL-IN.
000389*
000390**----------------------------------------------------------------*
000391        1100-GUARDAR-DECISAO.
000392**----------------------------------------------------------------*
000393            IF WS-CONT-TABELA-DEC < WS-MAX-TABELA-DEC
000394                ADD 1 TO WS-CONT-TABELA-DEC
000395                ADD 1 TO WS-CONT-DECISOES
000396                MOVE AP-NUMERO
000397                    TO WS-TAB-DEC-NUMERO(WS-CONT-TABELA-DEC)
000398                MOVE AP-ACAO
000399                    TO WS-TAB-DEC-ACAO(WS-CONT-TABELA-DEC)
000400                MOVE AP-OPERADOR
000401                    TO WS-TAB-DEC-OPER(WS-CONT-TABELA-DEC)
000402                MOVE AP-MOTIVO
000403                    TO WS-TAB-DEC-MOTIVO(WS-CONT-TABELA-DEC)
000404                MOVE "N"
000405                    TO WS-TAB-DEC-USADA(WS-CONT-TABELA-DEC)
000406            ELSE
000407                DISPLAY 'AVISO: TABELA DE DECISOES CHEIA - '
000408                    'DECISAO IGNORADA NESTA RODADA: ' AP-NUMERO
000409            END-IF.
000410*
000411**----------------------------------------------------------------*
000412        2000-ABRIR-ARQUIVOS.
000413**----------------------------------------------------------------*
000414            OPEN INPUT  PENDING-FILE.
000415            OPEN OUTPUT TRANS-OUT.
000416            OPEN OUTPUT PENDING-SAI.
000417            OPEN OUTPUT PENDING-RESOL.
000418            OPEN OUTPUT APPROVAL-RPT.
000419*
000420            IF (WS-FS-PENDENTE NOT = "00" AND NOT = "05")
000421               OR WS-FS-TRANS-OUT NOT = "00"
000422               OR WS-FS-PENDENTE-SAI NOT = "00"
000423               OR WS-FS-RESOL NOT = "00"
000424               OR WS-FS-RELATORIO NOT = "00"
000425                DISPLAY 'ERRO SEVERO AO ABRIR ARQUIVOS - FS='
000426                    WS-FS-PENDENTE ' ' WS-FS-TRANS-OUT ' '
000427                    WS-FS-PENDENTE-SAI ' ' WS-FS-RESOL ' '
000428                    WS-FS-RELATORIO
000429                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000430                IF WS-FS-PENDENTE = "00" OR "05"
000431                    CLOSE PENDING-FILE
000432                END-IF
000433                IF WS-FS-TRANS-OUT = "00"
000434                    CLOSE TRANS-OUT
000435                END-IF
000436                IF WS-FS-PENDENTE-SAI = "00"
000437                    CLOSE PENDING-SAI
000438                END-IF
000439                IF WS-FS-RESOL = "00"
000440                    CLOSE PENDING-RESOL
000441                END-IF
000442                IF WS-FS-RELATORIO = "00"
000443                    CLOSE APPROVAL-RPT
000444                END-IF
000445            ELSE
000446                MOVE WS-DH-DATA     TO WS-TIT-DATA
000447                MOVE WS-LIMITE-DIAS TO WS-TIT-LIMITE
000448                WRITE WS-LINHA-RELATORIO FROM WS-LINHA-TITULO
000449                MOVE SPACES TO WS-LINHA-RELATORIO
000450                WRITE WS-LINHA-RELATORIO
000451            END-IF.
000452*
000453**----------------------------------------------------------------*
000454        3000-PROCESSAR-PENDENTES.
000455**----------------------------------------------------------------*
000456*    PARA CADA PENDENCIA: COM DECISAO ACEITA NO DECK, APROVA
000457*    (TRANSAI) OU RECUSA E MOVE A PENDENCIA PARA OS RESOLVIDOS;
000458*    SEM DECISAO E ALEM DO LIMITE DE DIAS, EXPIRA; NOS DEMAIS
000459*    CASOS A PENDENCIA CONTINUA NO ARQUIVO VIVO (PENDSAI). NESTA
000460*    PASSAGEM O RELATORIO RECEBE AS APROVADAS E AS DECISOES NAO
000461*    ACEITAS; RECUSADAS E ABERTAS SAEM NAS SECOES SEGUINTES.
000462*
000463            MOVE "APROVADAS E DECISOES NAO ACEITAS NESTA RODADA"
000464                TO WS-SEC-TEXTO.
000465            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-SECAO.
000466            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-COLUNAS.
000467*
000468            PERFORM UNTIL WS-ACABOU-PENDENTE
000469                READ PENDING-FILE
000470                    AT END
000471                        SET WS-ACABOU-PENDENTE TO TRUE
000472                    NOT AT END
000473                        ADD 1 TO WS-CONT-PND-LIDOS
000474                        PERFORM 3100-TRATAR-PENDENTE
000475                END-READ
000476            END-PERFORM.
000477*
000478**----------------------------------------------------------------*
000479        3100-TRATAR-PENDENTE.
000480**----------------------------------------------------------------*
000481*    A DECISAO SO E ACEITA SE VIER DE UM OPERADOR IDENTIFICADO
000482*    E DIFERENTE DO QUE DIGITOU A TRANSACAO (DUPLA CUSTODIA);
000483*    A RECUSA PRECISA DE MOTIVO. DECISAO NAO ACEITA DEIXA A
000484*    PENDENCIA ABERTA, MESMO ALEM DO LIMITE DE DIAS.
000485*
000486            PERFORM 4000-LOCALIZAR-DECISAO.
000487            MOVE PD-DATA-ENTRADA TO WS-DATA-ITEM.
000488            PERFORM 6100-CALCULAR-IDADE.
000489*
000490            IF WS-DECISAO-ENCONTRADA
000491                EVALUATE TRUE
000492                    WHEN WS-TAB-DEC-OPER(WS-IDX-DEC-ACHADA)
000493                             = SPACES
000494                        MOVE "SEM OPERADOR" TO WS-REC-MOTIVO
000495                        PERFORM 4500-RECUSAR-DECISAO
000496                        PERFORM 6000-MANTER-PENDENTE
000497                    WHEN WS-TAB-DEC-OPER(WS-IDX-DEC-ACHADA)
000498                             = PD-OPERADOR-ENTRADA
000499                        MOVE "MESMO OPERADOR DA ENTRADA"
000500                            TO WS-REC-MOTIVO
000501                        ADD 1 TO WS-CONT-BLOQUEADAS
000502                        PERFORM 4500-RECUSAR-DECISAO
000503                        PERFORM 6000-MANTER-PENDENTE
000504                    WHEN WS-TAB-DEC-ACAO(WS-IDX-DEC-ACHADA) = "A"
000505                        PERFORM 5000-APROVAR-PENDENTE
000506                    WHEN WS-TAB-DEC-ACAO(WS-IDX-DEC-ACHADA) = "R"
000507                     AND WS-TAB-DEC-MOTIVO(WS-IDX-DEC-ACHADA)
000508                             = SPACES
000509                        MOVE "RECUSA SEM MOTIVO" TO WS-REC-MOTIVO
000510                        PERFORM 4500-RECUSAR-DECISAO
000511                        PERFORM 6000-MANTER-PENDENTE
000512                    WHEN WS-TAB-DEC-ACAO(WS-IDX-DEC-ACHADA) = "R"
000513                        PERFORM 5500-RECUSAR-PENDENTE
000514                    WHEN OTHER
000515                        MOVE "ACAO INVALIDA" TO WS-REC-MOTIVO
000516                        PERFORM 4500-RECUSAR-DECISAO
000517                        PERFORM 6000-MANTER-PENDENTE
000518                END-EVALUATE
000519            ELSE
000520                IF WS-IDADE-DIAS > WS-LIMITE-DIAS
000521                    PERFORM 5800-EXPIRAR-PENDENTE
000522                ELSE
000523                    PERFORM 6000-MANTER-PENDENTE
000524                END-IF
000525            END-IF.
000526*
000527**----------------------------------------------------------------*
000528        4000-LOCALIZAR-DECISAO.
000529**----------------------------------------------------------------*
000530*    PROCURA NA TABELA UMA DECISAO AINDA NAO USADA PARA O NUMERO
000531*    DA PENDENCIA CORRENTE. UMA SEGUNDA DECISAO PARA O MESMO
000532*    NUMERO SOBRA E SAI COMO NAO ACEITA NO 7000.
000533*
000534            MOVE "N" TO WS-DEC-ACHOU.
000535*
000536            PERFORM VARYING WS-IDX-DEC FROM 1 BY 1
000537                    UNTIL WS-IDX-DEC > WS-CONT-TABELA-DEC
000538                       OR WS-DECISAO-ENCONTRADA
000539                IF WS-TAB-DEC-NUMERO(WS-IDX-DEC) = PD-NUMERO
000540                   AND WS-TAB-DEC-USADA(WS-IDX-DEC) = "N"
000541                    SET WS-DECISAO-ENCONTRADA TO TRUE
000542                    MOVE WS-IDX-DEC TO WS-IDX-DEC-ACHADA
000543                END-IF
000544            END-PERFORM.
000545*
000546            IF WS-DECISAO-ENCONTRADA
000547                MOVE "S" TO WS-TAB-DEC-USADA(WS-IDX-DEC-ACHADA)
000548            END-IF.
000549*
000550**----------------------------------------------------------------*
000551        4500-RECUSAR-DECISAO.
000552**----------------------------------------------------------------*
000553*    A DECISAO NAO ACEITA SAI NO RELATORIO PARA SER REFEITA
000554*    (POR OUTRO OPERADOR, QUANDO FOR O CASO). O MOTIVO JA VEM
000555*    EM WS-REC-MOTIVO.
000556*
000557            MOVE WS-TAB-DEC-NUMERO(WS-IDX-DEC-ACHADA)
000558                TO WS-NAC-NUMERO.
000559            MOVE WS-TAB-DEC-ACAO(WS-IDX-DEC-ACHADA)
000560                TO WS-NAC-ACAO.
000561            MOVE WS-TAB-DEC-OPER(WS-IDX-DEC-ACHADA)
000562                TO WS-NAC-OPERADOR.
000563            MOVE WS-REC-MOTIVO TO WS-NAC-MOTIVO.
000564            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-NAO-ACEITA.
000565            ADD 1 TO WS-CONT-NAO-ACEITAS.
000566*
000567**----------------------------------------------------------------*
000568        5000-APROVAR-PENDENTE.
000569**----------------------------------------------------------------*
000570*    A TRANSACAO APROVADA VOLTA AO LAYOUT TRANREC, DO JEITO QUE
000571*    FOI DIGITADA, PARA O COBOL006 APLICAR.
000572*
000573            MOVE PD-TIPO-TRANSACAO TO TR-TIPO-TRANSACAO.
000574            MOVE PD-ID             TO TR-ID.
000575            MOVE PD-NOME           TO TR-NOME.
000576            WRITE TR-TRANSACTION-RECORD.
000577*
000578            IF WS-FS-TRANS-OUT NOT = "00"
000579                DISPLAY 'ERRO AO GRAVAR TRANSAI - FS='
000580                    WS-FS-TRANS-OUT
000581                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000582                SET WS-ACABOU-PENDENTE TO TRUE
000583            ELSE
000584                MOVE "A" TO PR-DECISAO
000585                MOVE WS-TAB-DEC-OPER(WS-IDX-DEC-ACHADA)
000586                    TO PR-OPERADOR
000587                MOVE WS-TAB-DEC-MOTIVO(WS-IDX-DEC-ACHADA)
000588                    TO PR-MOTIVO
000589                PERFORM 5900-GRAVAR-RESOLVIDO
000590                IF RETURN-CODE < WS-RC-ERRO-SEVERO
000591                    ADD 1 TO WS-CONT-APROVADAS
000592                    PERFORM 5950-LISTAR-APROVADA
000593                END-IF
000594            END-IF.
000595*
000596**----------------------------------------------------------------*
000597        5500-RECUSAR-PENDENTE.
000598**----------------------------------------------------------------*
000599            MOVE "R" TO PR-DECISAO.
000600            MOVE WS-TAB-DEC-OPER(WS-IDX-DEC-ACHADA)
000601                TO PR-OPERADOR.
000602            MOVE WS-TAB-DEC-MOTIVO(WS-IDX-DEC-ACHADA)
000603                TO PR-MOTIVO.
000604            PERFORM 5900-GRAVAR-RESOLVIDO.
000605*
000606            IF RETURN-CODE < WS-RC-ERRO-SEVERO
000607                ADD 1 TO WS-CONT-RECUSADAS
000608            END-IF.
000609*
000610**----------------------------------------------------------------*
000611        5800-EXPIRAR-PENDENTE.
000612**----------------------------------------------------------------*
000613*    PENDENCIA SEM DECISAO ALEM DO LIMITE DE DIAS: SAI DA FILA
000614*    COMO EXPIRADA, COM O PROPRIO PROGRAMA COMO OPERADOR. A
000615*    TRANSACAO NAO E APLICADA; SE AINDA FOR NECESSARIA, TEM DE
000616*    SER DIGITADA DE NOVO.
000617*
000618            MOVE "E" TO PR-DECISAO.
000619            MOVE WS-OPERADOR-EXPIRACAO TO PR-OPERADOR.
000620            MOVE "EXPIRADA SEM DECISAO NO PRAZO" TO PR-MOTIVO.
000621            PERFORM 5900-GRAVAR-RESOLVIDO.
000622*
000623            IF RETURN-CODE < WS-RC-ERRO-SEVERO
000624                ADD 1 TO WS-CONT-EXPIRADAS
000625            END-IF.
000626*
000627**----------------------------------------------------------------*
000628        5900-GRAVAR-RESOLVIDO.
000629**----------------------------------------------------------------*
000630*    GRAVA A PENDENCIA RESOLVIDA (DECISAO, OPERADOR E MOTIVO JA
000631*    MOVIDOS) COM A DATA-MOVIMENTO E A HORA DO RELOGIO.
000632*
000633            MOVE PD-PENDING-RECORD TO PR-PENDENTE-ORIGINAL.
000634            MOVE WS-DH-DATA TO PR-DATA-DECISAO.
000635            MOVE WS-DH-HORA TO PR-HORA-DECISAO.
000636            WRITE PR-RESOLVED-RECORD.
000637*
000638            IF WS-FS-RESOL NOT = "00"
000639                DISPLAY 'ERRO AO GRAVAR RESOLSAI - FS='
000640                    WS-FS-RESOL
000641                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000642                SET WS-ACABOU-PENDENTE TO TRUE
000643            END-IF.
000644*
000645**----------------------------------------------------------------*
000646        5950-LISTAR-APROVADA.
000647**----------------------------------------------------------------*
000648            MOVE "APROVADA  "        TO WS-ITM-ROTULO.
000649            MOVE PD-NUMERO           TO WS-ITM-NUMERO.
000650            MOVE PD-TIPO-TRANSACAO   TO WS-ITM-TIPO.
000651            MOVE PD-ID               TO WS-ITM-ID.
000652            MOVE PD-NOME             TO WS-ITM-NOME.
000653            MOVE PD-OPERADOR-ENTRADA TO WS-ITM-OPER-ENTRADA.
000654            MOVE PD-DATA-ENTRADA     TO WS-ITM-DATA-ENTRADA.
000655            MOVE PR-OPERADOR         TO WS-ITM-OPER-DECISAO.
000656            MOVE WS-IDADE-DIAS       TO WS-ITM-IDADE.
000657            MOVE SPACES              TO WS-ITM-MOTIVO.
000658            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-ITEM.
000659*
000660**----------------------------------------------------------------*
000661        6000-MANTER-PENDENTE.
000662**----------------------------------------------------------------*
000663            WRITE WS-PENDENTE-SAI-RECORD FROM PD-PENDING-RECORD.
000664*
000665            IF WS-FS-PENDENTE-SAI NOT = "00"
000666                DISPLAY 'ERRO AO GRAVAR PENDSAI - FS='
000667                    WS-FS-PENDENTE-SAI
000668                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000669                SET WS-ACABOU-PENDENTE TO TRUE
000670            ELSE
000671                ADD 1 TO WS-CONT-EM-ABERTO
000672            END-IF.
000673*
000674**----------------------------------------------------------------*
000675        6100-CALCULAR-IDADE.
000676**----------------------------------------------------------------*
000677*    IDADE EM DIAS CORRIDOS ENTRE A DATA DE ENTRADA (JA MOVIDA
000678*    PARA WS-DATA-ITEM) E A DATA-MOVIMENTO; UMA DATA INVALIDA
000679*    RESULTA EM IDADE ZERO, MESMO CRITERIO DO COBOL025.
000680*
000681            MOVE ZERO TO WS-IDADE-DIAS.
000682*
000683            IF WS-DATA-ITEM > 16010101
000684               AND WS-DATA-ITEM <= WS-DH-DATA
000685                COMPUTE WS-DIAS-HOJE =
000686                    FUNCTION INTEGER-OF-DATE(WS-DH-DATA)
000687                COMPUTE WS-DIAS-ITEM =
000688                    FUNCTION INTEGER-OF-DATE(WS-DATA-ITEM)
000689                IF WS-DIAS-ITEM > ZERO
000690                    COMPUTE WS-IDADE-DIAS =
000691                        WS-DIAS-HOJE - WS-DIAS-ITEM
000692                END-IF
000693            END-IF.
000694*
000695**----------------------------------------------------------------*
000696        7000-LISTAR-DECISOES-SOBRA.
000697**----------------------------------------------------------------*
000698*    DECISOES QUE NAO CASARAM COM NENHUMA PENDENCIA ABERTA
000699*    (PENDENCIA JA RESOLVIDA, DECISAO REPETIDA OU NUMERO
000700*    DIGITADO ERRADO) SAEM NO RELATORIO COMO NAO ACEITAS.
000701*
000702            PERFORM VARYING WS-IDX-DEC FROM 1 BY 1
000703                    UNTIL WS-IDX-DEC > WS-CONT-TABELA-DEC
000704                IF WS-TAB-DEC-USADA(WS-IDX-DEC) = "N"
000705                    MOVE WS-IDX-DEC TO WS-IDX-DEC-ACHADA
000706                    MOVE "SEM PENDENCIA ABERTA" TO WS-REC-MOTIVO
000707                    PERFORM 4500-RECUSAR-DECISAO
000708                END-IF
000709            END-PERFORM.
000710*
000711**----------------------------------------------------------------*
000712        7500-LISTAR-RECUSADAS.
000713**----------------------------------------------------------------*
000714*    RELE AS RESOLVIDAS DA RODADA (RESOLSAI) E LISTA TODAS AS
000715*    RECUSADAS E EXPIRADAS AGORA, COM QUEM DECIDIU E O MOTIVO.
000716*
000717            MOVE SPACES TO WS-LINHA-RELATORIO.
000718            WRITE WS-LINHA-RELATORIO.
000719            MOVE "RECUSADAS E EXPIRADAS NESTA RODADA"
000720                TO WS-SEC-TEXTO.
000721            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-SECAO.
000722            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-COLUNAS.
000723*
000724            MOVE "N" TO WS-RES-FIM.
000725            OPEN INPUT PENDING-RESOL.
000726*
000727            IF WS-FS-RESOL NOT = "00"
000728                DISPLAY 'ERRO AO RELER RESOLSAI - FS='
000729                    WS-FS-RESOL
000730                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000731            ELSE
000732                PERFORM UNTIL WS-ACABOU-RESOLVIDO
000733                    READ PENDING-RESOL
000734                        AT END
000735                            SET WS-ACABOU-RESOLVIDO TO TRUE
000736                        NOT AT END
000737                            IF PR-DECISAO-RECUSADA
000738                               OR PR-DECISAO-EXPIRADA
000739                                PERFORM 7600-LISTAR-RECUSADA
000740                            END-IF
000741                    END-READ
000742                END-PERFORM
000743                CLOSE PENDING-RESOL
000744            END-IF.
000745*
000746**----------------------------------------------------------------*
000747        7600-LISTAR-RECUSADA.
000748**----------------------------------------------------------------*
000749            IF PR-DECISAO-RECUSADA
000750                MOVE "RECUSADA  " TO WS-ITM-ROTULO
000751            ELSE
000752                MOVE "EXPIRADA  " TO WS-ITM-ROTULO
000753            END-IF.
000754*
000755            MOVE PR-NUMERO           TO WS-ITM-NUMERO.
000756            MOVE PR-TIPO-TRANSACAO   TO WS-ITM-TIPO.
000757            MOVE PR-ID               TO WS-ITM-ID.
000758            MOVE PR-NOME             TO WS-ITM-NOME.
000759            MOVE PR-OPERADOR-ENTRADA TO WS-ITM-OPER-ENTRADA.
000760            MOVE PR-DATA-ENTRADA     TO WS-ITM-DATA-ENTRADA.
000761            MOVE PR-OPERADOR         TO WS-ITM-OPER-DECISAO.
000762            MOVE PR-DATA-ENTRADA     TO WS-DATA-ITEM.
000763            PERFORM 6100-CALCULAR-IDADE.
000764            MOVE WS-IDADE-DIAS       TO WS-ITM-IDADE.
000765            MOVE PR-MOTIVO           TO WS-ITM-MOTIVO.
000766            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-ITEM.
000767*
000768**----------------------------------------------------------------*
000769        7700-LISTAR-ABERTAS.
000770**----------------------------------------------------------------*
000771*    RELE O ARQUIVO VIVO RECEM-GRAVADO (PENDSAI) E LISTA TODAS AS
000772*    PENDENCIAS QUE CONTINUAM AGUARDANDO DECISAO, COM A IDADE -
000773*    O PENDENTE E GRAVADO EM EXTEND, ENTAO A LISTA SAI DA MAIS
000774*    ANTIGA PARA A MAIS NOVA.
000775*
000776            MOVE SPACES TO WS-LINHA-RELATORIO.
000777            WRITE WS-LINHA-RELATORIO.
000778            MOVE "PENDENTES AGUARDANDO APROVACAO" TO WS-SEC-TEXTO.
000779            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-SECAO.
000780            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-COLUNAS.
000781*
000782            OPEN INPUT PENDING-SAI.
000783*
000784            IF WS-FS-PENDENTE-SAI NOT = "00"
000785                DISPLAY 'ERRO AO RELER PENDSAI - FS='
000786                    WS-FS-PENDENTE-SAI
000787                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000788            ELSE
000789                PERFORM UNTIL WS-ACABOU-PENDENTE-SAI
000790                    READ PENDING-SAI INTO WS-PENDENTE-RELIDO
000791                        AT END
000792                            SET WS-ACABOU-PENDENTE-SAI TO TRUE
000793                        NOT AT END
000794                            PERFORM 7800-LISTAR-ABERTA
000795                    END-READ
000796                END-PERFORM
000797                CLOSE PENDING-SAI
000798            END-IF.
000799*
000800**----------------------------------------------------------------*
000801        7800-LISTAR-ABERTA.
000802**----------------------------------------------------------------*
000803            MOVE "PENDENTE  "            TO WS-ITM-ROTULO.
000804            MOVE WS-PRL-NUMERO           TO WS-ITM-NUMERO.
000805            MOVE WS-PRL-TIPO-TRANSACAO   TO WS-ITM-TIPO.
000806            MOVE WS-PRL-ID               TO WS-ITM-ID.
000807            MOVE WS-PRL-NOME             TO WS-ITM-NOME.
000808            MOVE WS-PRL-OPERADOR-ENTRADA TO WS-ITM-OPER-ENTRADA.
000809            MOVE WS-PRL-DATA-ENTRADA     TO WS-ITM-DATA-ENTRADA.
000810            MOVE SPACES                  TO WS-ITM-OPER-DECISAO.
000811            MOVE WS-PRL-DATA-ENTRADA     TO WS-DATA-ITEM.
000812            PERFORM 6100-CALCULAR-IDADE.
000813            MOVE WS-IDADE-DIAS           TO WS-ITM-IDADE.
000814            MOVE SPACES                  TO WS-ITM-MOTIVO.
000815            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-ITEM.
000816*
000817**----------------------------------------------------------------*
000818        8000-EMITIR-TOTAIS.
000819**----------------------------------------------------------------*
000820            MOVE SPACES TO WS-LINHA-RELATORIO.
000821            WRITE WS-LINHA-RELATORIO.
000822*
000823            MOVE "PENDENTES LIDAS       " TO WS-CON-ROTULO.
000824            MOVE WS-CONT-PND-LIDOS TO WS-CON-QTD.
000825            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000826*
000827            MOVE "APROVADAS             " TO WS-CON-ROTULO.
000828            MOVE WS-CONT-APROVADAS TO WS-CON-QTD.
000829            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000830*
000831            MOVE "RECUSADAS             " TO WS-CON-ROTULO.
000832            MOVE WS-CONT-RECUSADAS TO WS-CON-QTD.
000833            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000834*
000835            MOVE "EXPIRADAS             " TO WS-CON-ROTULO.
000836            MOVE WS-CONT-EXPIRADAS TO WS-CON-QTD.
000837            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000838*
000839            MOVE "EM ABERTO             " TO WS-CON-ROTULO.
000840            MOVE WS-CONT-EM-ABERTO TO WS-CON-QTD.
000841            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000842*
000843            MOVE "DECISOES NAO ACEITAS  " TO WS-CON-ROTULO.
000844            MOVE WS-CONT-NAO-ACEITAS TO WS-CON-QTD.
000845            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000846*
000847            MOVE "  DO MESMO OPERADOR   " TO WS-CON-ROTULO.
000848            MOVE WS-CONT-BLOQUEADAS TO WS-CON-QTD.
000849            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000850*
000851**----------------------------------------------------------------*
000852        8500-FECHAR-ARQUIVOS.
000853**----------------------------------------------------------------*
000854*    O RELATORIO FICA ABERTO PARA AS SECOES DE RECUSADAS E DE
000855*    ABERTAS, QUE RELEEM RESOLSAI E PENDSAI JA FECHADOS.
000856*
000857            CLOSE PENDING-FILE.
000858            CLOSE TRANS-OUT.
000859            CLOSE PENDING-SAI.
000860            CLOSE PENDING-RESOL.
000861*
000862**----------------------------------------------------------------*
000863        9000-IMPRIMIR-RESUMO.
000864**----------------------------------------------------------------*
000865            DISPLAY 'APROVACAO DE TRANSACOES DE MANUTENCAO'.
000866            DISPLAY 'PENDENTES LIDAS      : ' WS-CONT-PND-LIDOS.
000867            DISPLAY 'DECISOES CARREGADAS  : ' WS-CONT-DECISOES.
000868            DISPLAY 'APROVADAS            : ' WS-CONT-APROVADAS.
000869            DISPLAY 'RECUSADAS            : ' WS-CONT-RECUSADAS.
000870            DISPLAY 'EXPIRADAS            : ' WS-CONT-EXPIRADAS.
000871            DISPLAY 'DECISOES NAO ACEITAS : ' WS-CONT-NAO-ACEITAS.
000872            DISPLAY '  DO MESMO OPERADOR  : ' WS-CONT-BLOQUEADAS.
000873            DISPLAY 'EM ABERTO            : ' WS-CONT-EM-ABERTO.
000874*
000875**----------------------------------------------------------------*
000876        9700-REGISTRAR-RESULTADO.
000877**----------------------------------------------------------------*
000878*    GRAVA NO ARQUIVO CENTRAL DE MENSAGENS (MENSAGEM) O
000879*    DESFECHO DA EXECUCAO QUANDO HOUVE ALGO ACIONAVEL
000880*    (RETURN-CODE >= 4), PARA O RELATORIO DE EXCECOES DO
000881*    COBOL020.
000882*
000883            IF RETURN-CODE >= WS-RC-AVISO
000884                IF RETURN-CODE >= WS-RC-ERRO-DADOS
000885                    MOVE "E" TO WS-MSG-SEVERIDADE
000886                ELSE
000887                    MOVE "A" TO WS-MSG-SEVERIDADE
000888                END-IF
000889                MOVE RETURN-CODE TO WS-MSG-CODIGO-RC
000890                MOVE 'APROVACAO DE MANUTENCAO - VER RELAPROV'
000891                    TO WS-MSG-TEXTO
000892                PERFORM 9800-GRAVAR-MENSAGEM
000893            END-IF.
000894*
000895**----------------------------------------------------------------*
000896        9800-GRAVAR-MENSAGEM.
000897**----------------------------------------------------------------*
000898            OPEN EXTEND MSG-FILE.
000899*
000900            IF WS-FS-MENSAGEM NOT = "00"
000901                DISPLAY 'ERRO AO ABRIR MENSAGEM - FS='
000902                    WS-FS-MENSAGEM
000903            ELSE
000904                MOVE 'COBOL032' TO MG-PROGRAM-ID
000905                MOVE WS-MSG-SEVERIDADE TO MG-SEVERIDADE
000906                MOVE WS-MSG-CODIGO-COMP TO MG-CODIGO
000907                MOVE WS-DH-DATA TO MG-DATA-MOVIMENTO
000908                MOVE WS-DH-HORA TO MG-HORA-GRAVACAO
000909                MOVE WS-MSG-TEXTO TO MG-TEXTO
000910*
000911                WRITE MG-MESSAGE-RECORD
000912*
000913                IF WS-FS-MENSAGEM NOT = "00"
000914                    DISPLAY 'ERRO AO GRAVAR MENSAGEM - FS='
000915                        WS-FS-MENSAGEM
000916                END-IF
000917*
000918                CLOSE MSG-FILE
000919            END-IF.
000920*
000921        END PROGRAM COBOL032.
000922* FIM DO PROGRAMA ****************************
