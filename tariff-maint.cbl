000001******************************************************************
000002* DATA     : 15/10/2026
000003* AUTOR    : FRANCINE NUNES MOYSES
000004* OBJETIVO : MANUTENCAO DA TABELA DE TARIFAS DE COBRANCA POR
000005*            ORIGEM (TARIFA, COPY TARIFREC), USADA PELO COBOL034
000006*            PARA COBRAR DE CADA DEPARTAMENTO OU AGENCIA O USO
000007*            DA CADEIA. NO MESMO PADRAO DO COBOL023: CARREGA A
000008*            TABELA VIVA, APLICA UM DECK DE TRANSACOES (TARTRANS:
000009*            ACAO NA POSICAO 1 - A = INCLUIR, C = CORRIGIR OS
000010*            PRECOS, R = RETIRAR -, ORIGEM NAS POSICOES 2-5,
000011*            VIGENCIA AAAAMMDD NAS POSICOES 6-13 E OS PRECOS DO
000012*            NOME ACEITO, DO REJEITO E DA TRANSACAO DE MANUTENCAO
000013*            NAS POSICOES 14-20, 21-27 E 28-34, SETE DIGITOS COM
000014*            DUAS DECIMAIS IMPLICITAS), REJEITANDO ACAO INVALIDA,
000015*            ORIGEM EM BRANCO, VIGENCIA IMPOSSIVEL, PRECO NAO
000016*            NUMERICO, INCLUSAO DUPLICADA E CORRECAO/RETIRADA DE
000017*            TARIFA INEXISTENTE, E AVISANDO TODA ALTERACAO COM
000018*            VIGENCIA ANTERIOR AO MES DA DATA-MOVIMENTO (MES QUE
000019*            PODE JA TER SIDO FATURADO - REFAZER A COBRANCA). A
000020*            TABELA RESULTANTE SAI CLASSIFICADA POR ORIGEM +
000021*            VIGENCIA EM TARIFSAI (A TROCA PELA VIVA E POR PASSO
000022*            DE COPIA NO JOB TARIFJOB) E O RELATORIO RELTARIF
000023*            LISTA AS TRANSACOES CRITICADAS, A TABELA INTEIRA E AS
000024*            CONTAGENS.
000025* CPD      : INEFE
000026******************************************************************
000027******************************************************************
000028* CONDICOES DE RETORNO (RETURN-CODE) DESTE PROGRAMA:
000029*     0000  =  TABELA DE TARIFAS REGRAVADA
000030*     0004  =  AVISO - ALTERACAO COM VIGENCIA EM MES ANTERIOR AO
000031*              DA DATA-MOVIMENTO, OU REGISTRO INVALIDO/DUPLICADO
000032*              DESCARTADO DA TABELA VIVA
000033*     0008  =  ERRO DE DADOS - UMA OU MAIS TRANSACOES REJEITADAS
000034*              (VER RELTARIF); TARIFSAI SAI SO COM O QUE FOI
000035*              APROVADO
000036*     0016  =  ERRO SEVERO - FALHA AO ABRIR/GRAVAR UM DOS
000037*              ARQUIVOS
000038******************************************************************
000039        IDENTIFICATION DIVISION.
000040**************************
000041        PROGRAM-ID. COBOL033.
000042        AUTHOR. FRANCINE NUNES MOYSES.
000043        DATE-WRITTEN. 26/10/15 @ 17:00:00.
000044        DATE-COMPILED. 2026-10-15.
000045        INSTALLATION. INEFE.
000046        SECURITY. NORMAL.
000047*
000048***********************
000049        ENVIRONMENT DIVISION.
000050***********************
000051*
000052        CONFIGURATION SECTION.
000053*
000054        SOURCE-COMPUTER. IBM-ZOS.
000055        OBJECT-COMPUTER. IBM-ZOS.
000056*
000057        SPECIAL-NAMES.
000058*
000059        DECIMAL-POINT IS COMMA.
000060*
000061        INPUT-OUTPUT SECTION.
000062*
000063        FILE-CONTROL.
000064            SELECT OPTIONAL RATE-FILE ASSIGN TO "TARIFA"
000065                ORGANIZATION IS SEQUENTIAL
000066                FILE STATUS IS WS-FS-TARIFA.
000067*
000068            SELECT OPTIONAL TRAN-FILE ASSIGN TO "TARTRANS"
000069                ORGANIZATION IS SEQUENTIAL
000070                FILE STATUS IS WS-FS-TRAN.
000071*
000072            SELECT OPTIONAL DATE-CARD ASSIGN TO "DATAPROC"
000073                ORGANIZATION IS SEQUENTIAL
000074                FILE STATUS IS WS-FS-DATAPROC.
000075*
000076            SELECT RATE-OUT ASSIGN TO "TARIFSAI"
000077                ORGANIZATION IS SEQUENTIAL
000078                FILE STATUS IS WS-FS-TARIFSAI.
000079*
000080            SELECT RATE-RPT ASSIGN TO "RELTARIF"
000081                ORGANIZATION IS SEQUENTIAL
000082                FILE STATUS IS WS-FS-RELATORIO.
000083*
000084            SELECT MSG-FILE ASSIGN TO "MENSAGEM"
000085                ORGANIZATION IS SEQUENTIAL
000086                FILE STATUS IS WS-FS-MENSAGEM.
000087*
000088****************
000089        DATA DIVISION.
000090****************
000091*
000092        FILE SECTION.
000093*
000094        FD  RATE-FILE
000095            RECORDING MODE IS F.
000096        COPY "TARIFREC.cpy".
000097*
000098        FD  TRAN-FILE
000099            RECORDING MODE IS F.
000100        01  TM-TRANSACAO-RECORD.
000101            05  TM-ACAO                 PIC X(1).
000102                88  TM-ACAO-INCLUIR           VALUE "A".
000103                88  TM-ACAO-CORRIGIR          VALUE "C".
000104                88  TM-ACAO-RETIRAR           VALUE "R".
000105            05  TM-ORIGEM               PIC X(4).
000106            05  TM-DATA-VIGENCIA        PIC X(8).
000107            05  TM-PRECO-NOME           PIC X(7).
000108            05  TM-PRECO-NOME-N
000109                    REDEFINES TM-PRECO-NOME
000110                                        PIC 9(5)V99.
000111            05  TM-PRECO-REJEITO        PIC X(7).
000112            05  TM-PRECO-REJEITO-N
000113                    REDEFINES TM-PRECO-REJEITO
000114                                        PIC 9(5)V99.
000115            05  TM-PRECO-MANUTENCAO     PIC X(7).
000116            05  TM-PRECO-MANUTENCAO-N
000117                    REDEFINES TM-PRECO-MANUTENCAO
000118                                        PIC 9(5)V99.
000119            05  FILLER                  PIC X(46).
000120*
000121        FD  DATE-CARD
000122            RECORDING MODE IS F.
000123        COPY "DATPREC.cpy".
000124*
000125        FD  RATE-OUT
000126            RECORDING MODE IS F.
000127        01  WS-TARIFA-SAI-RECORD        PIC X(80).
000128*
000129        FD  RATE-RPT
000130            RECORDING MODE IS F.
000131        01  WS-LINHA-RELATORIO          PIC X(80).
000132*
000133        FD  MSG-FILE
000134            RECORDING MODE IS F.
000135        COPY "MSGREC.cpy".
000136*
000137        WORKING-STORAGE SECTION.
000138*
000139        01  WS-CONDICAO-RETORNO.
000140            05  WS-RC-NORMAL             PIC 9(2) VALUE 00.
000141            05  WS-RC-AVISO              PIC 9(2) VALUE 04.
000142            05  WS-RC-ERRO-DADOS         PIC 9(2) VALUE 08.
000143            05  WS-RC-ERRO-SEVERO        PIC 9(2) VALUE 16.
000144*
000145        01  WS-FS-TARIFA               PIC X(2) VALUE SPACES.
000146        01  WS-FS-TRAN                 PIC X(2) VALUE SPACES.
000147        01  WS-FS-DATAPROC             PIC X(2) VALUE SPACES.
000148        01  WS-FS-TARIFSAI             PIC X(2) VALUE SPACES.
000149        01  WS-FS-RELATORIO            PIC X(2) VALUE SPACES.
000150        01  WS-FS-MENSAGEM             PIC X(2) VALUE SPACES.
000151*
000152        01  WS-MSG-CODIGO-COMP.
000153            05  FILLER                  PIC X(2) VALUE "RC".
000154            05  WS-MSG-CODIGO-RC        PIC 9(2) VALUE ZERO.
000155        77  WS-MSG-SEVERIDADE          PIC X(1) VALUE "I".
000156        77  WS-MSG-TEXTO               PIC X(50) VALUE SPACES.
000157*
000158        01  WS-DATA-HORA-ATUAL.
000159            05  WS-DH-DATA              PIC 9(8).
000160            05  WS-DH-HORA              PIC 9(6).
000161            05  WS-DH-CENTESIMOS        PIC 9(2).
000162            05  WS-DH-DIFGMT            PIC X(5).
000163*
000164        77  WS-TARIFAS-FIM             PIC X(1) VALUE "N".
000165            88  WS-ACABOU-TARIFAS           VALUE "S".
000166        77  WS-TRAN-FIM                PIC X(1) VALUE "N".
000167            88  WS-ACABOU-TRAN              VALUE "S".
000168*
000169        77  WS-MAX-TABELA-TARIFAS      PIC 9(3) VALUE 500.
000170        77  WS-CONT-TABELA-TARIFAS     PIC 9(3) VALUE ZERO.
000171        77  WS-IDX-TARIFAS             PIC 9(3) VALUE ZERO.
000172        77  WS-IDX-INSERCAO            PIC 9(3) VALUE ZERO.
000173        77  WS-IDX-DESLOCA             PIC 9(3) VALUE ZERO.
000174        77  WS-TARIFA-NA-TABELA        PIC X(1) VALUE "N".
000175            88  WS-TARIFA-EXISTE            VALUE "S".
000176*
000177        01  WS-TABELA-TARIFAS.
000178            05  WS-TAB-TARIFA          OCCURS 500 TIMES.
000179                10  WS-TAB-TAR-CHAVE.
000180                    15  WS-TAB-TAR-ORIGEM    PIC X(4).
000181                    15  WS-TAB-TAR-VIGENCIA  PIC 9(8).
000182                10  WS-TAB-TAR-PRECO-NOME    PIC 9(5)V99.
000183                10  WS-TAB-TAR-PRECO-REJ     PIC 9(5)V99.
000184                10  WS-TAB-TAR-PRECO-MANUT   PIC 9(5)V99.
000185                10  WS-TAB-TAR-CADASTRO      PIC 9(8).
000186*
000187*    TARIFA EM TRATAMENTO (REGISTRO DA TABELA VIVA OU TRANSACAO
000188*    DO DECK), NO MESMO FORMATO DE UMA ENTRADA DA TABELA.
000189        01  WS-TARIFA-TRATADA.
000190            05  WS-TT-CHAVE.
000191                10  WS-TT-ORIGEM        PIC X(4).
000192                10  WS-TT-VIGENCIA      PIC 9(8).
000193            05  WS-TT-PRECO-NOME        PIC 9(5)V99.
000194            05  WS-TT-PRECO-REJ         PIC 9(5)V99.
000195            05  WS-TT-PRECO-MANUT       PIC 9(5)V99.
000196            05  WS-TT-CADASTRO          PIC 9(8).
000197*
000198        77  WS-DATA-TRATADA            PIC 9(8) VALUE ZERO.
000199        77  WS-DATA-VALIDA             PIC X(1) VALUE "N".
000200            88  WS-DATA-OK                  VALUE "S".
000201        77  WS-INICIO-MES-CORRENTE     PIC 9(8) VALUE ZERO.
000202*
000203        01  WS-DATA-DECOMPOSTA.
000204            05  WS-DD-ANO               PIC 9(4).
000205            05  WS-DD-MES               PIC 9(2).
000206            05  WS-DD-DIA               PIC 9(2).
000207        77  WS-RESTO-BISSEXTO          PIC 9(4) VALUE ZERO.
000208        77  WS-DIA-LIMITE              PIC 9(2) VALUE ZERO.
000209*
000210        77  WS-CONT-CARREGADOS         PIC 9(6) VALUE ZERO.
000211        77  WS-CONT-DESCARTADOS        PIC 9(6) VALUE ZERO.
000212        77  WS-CONT-TRANSACOES         PIC 9(6) VALUE ZERO.
000213        77  WS-CONT-INCLUIDOS          PIC 9(6) VALUE ZERO.
000214        77  WS-CONT-CORRIGIDOS         PIC 9(6) VALUE ZERO.
000215        77  WS-CONT-RETIRADOS          PIC 9(6) VALUE ZERO.
000216        77  WS-CONT-REJEITADOS         PIC 9(6) VALUE ZERO.
000217        77  WS-CONT-RETROATIVOS        PIC 9(6) VALUE ZERO.
000218        77  WS-CONT-GRAVADOS           PIC 9(6) VALUE ZERO.
000219        77  WS-ORIGEM-ANTERIOR         PIC X(4) VALUE SPACES.
000220*
000221        01  WS-LINHA-TITULO.
000222            05  FILLER                PIC X(30)
000223                  VALUE "TABELA DE TARIFAS DE COBRANCA ".
000224            05  FILLER                PIC X(2)  VALUE "- ".
000225            05  WS-TIT-DATA           PIC 9(8).
000226*
000227        01  WS-LINHA-CRITICA.
000228            05  FILLER                PIC X(11)
000229                  VALUE "REJEITADA: ".
000230            05  WS-CRI-ACAO           PIC X(1).
000231            05  FILLER                PIC X(1)  VALUE SPACE.
000232            05  WS-CRI-ORIGEM         PIC X(4).
000233            05  FILLER                PIC X(1)  VALUE SPACE.
000234            05  WS-CRI-DATA           PIC X(8).
000235            05  FILLER                PIC X(3)  VALUE " - ".
000236            05  WS-CRI-MOTIVO         PIC X(30).
000237*
000238        01  WS-LINHA-AVISO.
000239            05  FILLER                PIC X(11)
000240                  VALUE "AVISO    : ".
000241            05  WS-AVI-ACAO           PIC X(1).
000242            05  FILLER                PIC X(1)  VALUE SPACE.
000243            05  WS-AVI-ORIGEM         PIC X(4).
000244            05  FILLER                PIC X(1)  VALUE SPACE.
000245            05  WS-AVI-DATA           PIC 9(8).
000246            05  FILLER                PIC X(32)
000247                  VALUE " - MES JA FECHADO - REFATURAR   ".
000248*
000249        01  WS-LINHA-COLUNAS.
000250            05  FILLER                PIC X(8)  VALUE "ORIGEM  ".
000251            05  FILLER                PIC X(11)
000252                  VALUE "VIGENCIA   ".
000253            05  FILLER                PIC X(11)
000254                  VALUE "     NOME  ".
000255            05  FILLER                PIC X(11)
000256                  VALUE "  REJEITO  ".
000257            05  FILLER                PIC X(12)
000258                  VALUE "   MANUT.   ".
000259            05  FILLER                PIC X(8)  VALUE "CADASTRO".
000260*
000261        01  WS-LINHA-TARIFA.
000262            05  WS-LTA-ORIGEM         PIC X(4).
000263            05  FILLER                PIC X(4)  VALUE SPACES.
000264            05  WS-LTA-VIGENCIA       PIC 9(8).
000265            05  FILLER                PIC X(3)  VALUE SPACES.
000266            05  WS-LTA-PRECO-NOME     PIC ZZ.ZZ9,99.
000267            05  FILLER                PIC X(2)  VALUE SPACES.
000268            05  WS-LTA-PRECO-REJ      PIC ZZ.ZZ9,99.
000269            05  FILLER                PIC X(2)  VALUE SPACES.
000270            05  WS-LTA-PRECO-MANUT    PIC ZZ.ZZ9,99.
000271            05  FILLER                PIC X(3)  VALUE SPACES.
000272            05  WS-LTA-CADASTRO       PIC 9(8).
000273*
000274        01  WS-LINHA-CONTAGEM.
000275            05  WS-CON-ROTULO         PIC X(24).
000276            05  FILLER                PIC X(2)  VALUE ": ".
000277            05  WS-CON-QTD            PIC ZZZZZ9.
000278*
000279*********************
000280        PROCEDURE DIVISION.
000281*********************
000282*
000283            MOVE WS-RC-NORMAL TO RETURN-CODE.
000284*
000285            PERFORM 0050-OBTER-DATA-PROCESSO.
000286            PERFORM 0200-ABRIR-ARQUIVOS.
000287*
000288            IF RETURN-CODE < WS-RC-ERRO-SEVERO
000289                PERFORM 1000-CARREGAR-TARIFAS
000290                PERFORM 2000-APLICAR-TRANSACOES
000291                PERFORM 5000-GRAVAR-TARIFAS
000292                PERFORM 6000-LISTAR-TARIFAS
000293                PERFORM 8000-EMITIR-CONTAGENS
000294                PERFORM 8500-FECHAR-ARQUIVOS
000295*
000296                IF RETURN-CODE < WS-RC-ERRO-SEVERO
000297                    IF WS-CONT-REJEITADOS > ZERO
000298                        MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
000299                    ELSE
000300                        IF RETURN-CODE < WS-RC-AVISO
000301                           AND (WS-CONT-RETROATIVOS > ZERO
000302                                OR WS-CONT-DESCARTADOS > ZERO)
000303                            MOVE WS-RC-AVISO TO RETURN-CODE
000304                        END-IF
000305                    END-IF
000306                END-IF
000307            END-IF.
000308*
000309            DISPLAY 'MANUTENCAO DE TARIFAS - GRAVADAS '
000310                WS-CONT-GRAVADOS
000311                ' REJEITADAS ' WS-CONT-REJEITADOS
000312                ' RETROATIVAS ' WS-CONT-RETROATIVOS.
000313*
000314            PERFORM 9700-REGISTRAR-RESULTADO.
000315*
000316            STOP RUN.
000317*
000318**----------------------------------------------------------------*
000319        0050-OBTER-DATA-PROCESSO.
000320**----------------------------------------------------------------*
000321*    A DATA-MOVIMENTO DO CARTAO DATAPROC VAI PARA A DATA DE
000322*    CADASTRO DAS TARIFAS E DEFINE O MES CORRENTE (VIGENCIA
000323*    ANTES DELE E RETROATIVA); SEM O CARTAO, VALE A DATA DA
000324*    MAQUINA, COM AVISO.
000325*
000326            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
000327*
000328            OPEN INPUT DATE-CARD.
000329*
000330            IF WS-FS-DATAPROC = "00"
000331                READ DATE-CARD
000332                    AT END
000333                        DISPLAY 'AVISO: DATAPROC VAZIO - USANDO '
000334                            'A DATA DA MAQUINA'
000335                    NOT AT END
000336                        IF DP-DATA-PROCESSAMENTO IS NUMERIC
000337                           AND DP-DATA-PROCESSAMENTO > ZERO
000338                            MOVE DP-DATA-PROCESSAMENTO
000339                                TO WS-DH-DATA
000340                        ELSE
000341                            DISPLAY 'AVISO: DATAPROC INVALIDO - '
000342                                'USANDO A DATA DA MAQUINA'
000343                        END-IF
000344                END-READ
000345                CLOSE DATE-CARD
000346            ELSE
000347                DISPLAY 'AVISO: DATAPROC INDISPONIVEL - USANDO '
000348                    'A DATA DA MAQUINA'
000349            END-IF.
000350*
000351            COMPUTE WS-INICIO-MES-CORRENTE =
000352                (WS-DH-DATA / 100) * 100 + 1.
000353*
000354**----------------------------------------------------------------*
000355        0200-ABRIR-ARQUIVOS.
000356**----------------------------------------------------------------*
000357            OPEN INPUT RATE-FILE.
000358            OPEN INPUT TRAN-FILE.
000359            OPEN OUTPUT RATE-OUT.
000360            OPEN OUTPUT RATE-RPT.
000361*
000362            IF (WS-FS-TARIFA NOT = "00"
000363                AND WS-FS-TARIFA NOT = "05")
000364               OR (WS-FS-TRAN NOT = "00"
000365                   AND WS-FS-TRAN NOT = "05")
000366               OR WS-FS-TARIFSAI NOT = "00"
000367               OR WS-FS-RELATORIO NOT = "00"
000368                DISPLAY 'ERRO SEVERO AO ABRIR ARQUIVOS - FS='
000369                    WS-FS-TARIFA ' ' WS-FS-TRAN ' '
000370                    WS-FS-TARIFSAI ' ' WS-FS-RELATORIO
000371                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000372                IF WS-FS-TARIFA = "00" OR "05"
000373                    CLOSE RATE-FILE
000374                END-IF
000375                IF WS-FS-TRAN = "00" OR "05"
000376                    CLOSE TRAN-FILE
000377                END-IF
000378                IF WS-FS-TARIFSAI = "00"
000379                    CLOSE RATE-OUT
000380                END-IF
000381                IF WS-FS-RELATORIO = "00"
000382                    CLOSE RATE-RPT
000383                END-IF
000384            ELSE
000385                MOVE WS-DH-DATA TO WS-TIT-DATA
000386                WRITE WS-LINHA-RELATORIO FROM WS-LINHA-TITULO
000387                MOVE SPACES TO WS-LINHA-RELATORIO
000388                WRITE WS-LINHA-RELATORIO
000389            END-IF.
000390*
000391**----------------------------------------------------------------*
000392        1000-CARREGAR-TARIFAS.
000393**----------------------------------------------------------------*
000394*    CARREGA A TABELA VIVA, JA CRITICANDO CADA REGISTRO - LIXO
000395*    OU DUPLICIDADE E DESCARTADO COM LINHA NO RELATORIO, EM VEZ
000396*    DE CHEGAR AO COBOL034 E COBRAR ERRADO.
000397*
000398            IF WS-FS-TARIFA = "00"
000399                PERFORM UNTIL WS-ACABOU-TARIFAS
000400                    READ RATE-FILE
000401                        AT END
000402                            SET WS-ACABOU-TARIFAS TO TRUE
000403                        NOT AT END
000404                            PERFORM 1100-CARREGAR-TARIFA
000405                    END-READ
000406                END-PERFORM
000407            END-IF.
000408*
000409**----------------------------------------------------------------*
000410        1100-CARREGAR-TARIFA.
000411**----------------------------------------------------------------*
000412            MOVE SPACE TO WS-CRI-ACAO.
000413            MOVE TA-ORIGEM TO WS-CRI-ORIGEM.
000414            MOVE TA-CHAVE(5:8) TO WS-CRI-DATA.
000415            PERFORM 3000-CRITICAR-TARIFA-TA.
000416*
000417            IF WS-DATA-OK
000418                PERFORM 3500-LOCALIZAR-TARIFA
000419                IF WS-TARIFA-EXISTE
000420                    ADD 1 TO WS-CONT-DESCARTADOS
000421                    MOVE "DUPLICADA NA TABELA" TO WS-CRI-MOTIVO
000422                    WRITE WS-LINHA-RELATORIO
000423                        FROM WS-LINHA-CRITICA
000424                ELSE
000425                    PERFORM 4000-INSERIR-TARIFA
000426                    IF WS-TARIFA-EXISTE
000427                        ADD 1 TO WS-CONT-CARREGADOS
000428                    ELSE
000429                        ADD 1 TO WS-CONT-DESCARTADOS
000430                        MOVE "TABELA DE TARIFAS CHEIA" TO
000431                            WS-CRI-MOTIVO
000432                        WRITE WS-LINHA-RELATORIO
000433                            FROM WS-LINHA-CRITICA
000434                    END-IF
000435                END-IF
000436            ELSE
000437                ADD 1 TO WS-CONT-DESCARTADOS
000438                WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CRITICA
000439            END-IF.
000440*
000441**----------------------------------------------------------------*
000442        2000-APLICAR-TRANSACOES.
000443**----------------------------------------------------------------*
000444            IF WS-FS-TRAN = "00"
000445                PERFORM UNTIL WS-ACABOU-TRAN
000446                    READ TRAN-FILE
000447                        AT END
000448                            SET WS-ACABOU-TRAN TO TRUE
000449                        NOT AT END
000450                            ADD 1 TO WS-CONT-TRANSACOES
000451                            PERFORM 2100-APLICAR-TRANSACAO
000452                    END-READ
000453                END-PERFORM
000454            END-IF.
000455*
000456**----------------------------------------------------------------*
000457        2100-APLICAR-TRANSACAO.
000458**----------------------------------------------------------------*
000459            MOVE TM-ACAO TO WS-CRI-ACAO.
000460            MOVE TM-ORIGEM TO WS-CRI-ORIGEM.
000461            MOVE TM-DATA-VIGENCIA TO WS-CRI-DATA.
000462*
000463            IF NOT TM-ACAO-INCLUIR AND NOT TM-ACAO-CORRIGIR
000464               AND NOT TM-ACAO-RETIRAR
000465                ADD 1 TO WS-CONT-REJEITADOS
000466                MOVE "ACAO INVALIDA (USAR A, C OU R)" TO
000467                    WS-CRI-MOTIVO
000468                WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CRITICA
000469            ELSE
000470                PERFORM 3100-CRITICAR-TARIFA-TM
000471                IF WS-DATA-OK
000472                    PERFORM 3500-LOCALIZAR-TARIFA
000473                    EVALUATE TRUE
000474                        WHEN TM-ACAO-INCLUIR
000475                            PERFORM 2200-INCLUIR-TARIFA
000476                        WHEN TM-ACAO-CORRIGIR
000477                            PERFORM 2300-CORRIGIR-TARIFA
000478                        WHEN OTHER
000479                            PERFORM 2400-RETIRAR-TARIFA
000480                    END-EVALUATE
000481                ELSE
000482                    ADD 1 TO WS-CONT-REJEITADOS
000483                    WRITE WS-LINHA-RELATORIO
000484                        FROM WS-LINHA-CRITICA
000485                END-IF
000486            END-IF.
000487*
000488**----------------------------------------------------------------*
000489        2200-INCLUIR-TARIFA.
000490**----------------------------------------------------------------*
000491*    INCLUSAO EXIGE ORIGEM + VIGENCIA INEDITA - PARA MUDAR O
000492*    PRECO DE UMA VIGENCIA JA CADASTRADA USA-SE A ACAO C.
000493*
000494            IF WS-TARIFA-EXISTE
000495                ADD 1 TO WS-CONT-REJEITADOS
000496                MOVE "INCLUSAO DUPLICADA" TO WS-CRI-MOTIVO
000497                WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CRITICA
000498            ELSE
000499                MOVE WS-DH-DATA TO WS-TT-CADASTRO
000500                PERFORM 4000-INSERIR-TARIFA
000501                IF WS-TARIFA-EXISTE
000502                    ADD 1 TO WS-CONT-INCLUIDOS
000503                    PERFORM 2500-CONFERIR-RETROATIVA
000504                ELSE
000505                    ADD 1 TO WS-CONT-REJEITADOS
000506                    MOVE "TABELA DE TARIFAS CHEIA" TO
000507                        WS-CRI-MOTIVO
000508                    WRITE WS-LINHA-RELATORIO
000509                        FROM WS-LINHA-CRITICA
000510                END-IF
000511            END-IF.
000512*
000513**----------------------------------------------------------------*
000514        2300-CORRIGIR-TARIFA.
000515**----------------------------------------------------------------*
000516            IF NOT WS-TARIFA-EXISTE
000517                ADD 1 TO WS-CONT-REJEITADOS
000518                MOVE "CORRECAO DE TARIFA INEXISTENTE" TO
000519                    WS-CRI-MOTIVO
000520                WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CRITICA
000521            ELSE
000522                MOVE WS-TT-PRECO-NOME
000523                    TO WS-TAB-TAR-PRECO-NOME(WS-IDX-INSERCAO)
000524                MOVE WS-TT-PRECO-REJ
000525                    TO WS-TAB-TAR-PRECO-REJ(WS-IDX-INSERCAO)
000526                MOVE WS-TT-PRECO-MANUT
000527                    TO WS-TAB-TAR-PRECO-MANUT(WS-IDX-INSERCAO)
000528                MOVE WS-DH-DATA
000529                    TO WS-TAB-TAR-CADASTRO(WS-IDX-INSERCAO)
000530                ADD 1 TO WS-CONT-CORRIGIDOS
000531                PERFORM 2500-CONFERIR-RETROATIVA
000532            END-IF.
000533*
000534**----------------------------------------------------------------*
000535        2400-RETIRAR-TARIFA.
000536**----------------------------------------------------------------*
000537*    RETIRAR UMA VIGENCIA FAZ OS DIAS DELA VOLTAREM A SER
000538*    COBRADOS PELA VIGENCIA ANTERIOR DA MESMA ORIGEM (OU IREM
000539*    PARA A LISTA DE EXCECOES DO COBOL034, SE NAO HOUVER).
000540*
000541            IF NOT WS-TARIFA-EXISTE
000542                ADD 1 TO WS-CONT-REJEITADOS
000543                MOVE "RETIRADA DE TARIFA INEXISTENTE" TO
000544                    WS-CRI-MOTIVO
000545                WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CRITICA
000546            ELSE
000547                PERFORM VARYING WS-IDX-DESLOCA
000548                        FROM WS-IDX-INSERCAO BY 1
000549                        UNTIL WS-IDX-DESLOCA >=
000550                              WS-CONT-TABELA-TARIFAS
000551                    MOVE WS-TAB-TARIFA(WS-IDX-DESLOCA + 1)
000552                        TO WS-TAB-TARIFA(WS-IDX-DESLOCA)
000553                END-PERFORM
000554                SUBTRACT 1 FROM WS-CONT-TABELA-TARIFAS
000555                ADD 1 TO WS-CONT-RETIRADOS
000556                PERFORM 2500-CONFERIR-RETROATIVA
000557            END-IF.
000558*
000559**----------------------------------------------------------------*
000560        2500-CONFERIR-RETROATIVA.
000561**----------------------------------------------------------------*
000562*    ALTERACAO APLICADA COM VIGENCIA ANTES DO MES DA DATA-
000563*    MOVIMENTO MEXE NO PRECO DE UM MES QUE PODE JA TER SIDO
000564*    FATURADO: VALE, MAS SAI COM AVISO PARA A COBRANCA DAQUELE
000565*    MES SER REFEITA.
000566*
000567            IF WS-TT-VIGENCIA < WS-INICIO-MES-CORRENTE
000568                ADD 1 TO WS-CONT-RETROATIVOS
000569                MOVE TM-ACAO TO WS-AVI-ACAO
000570                MOVE WS-TT-ORIGEM TO WS-AVI-ORIGEM
000571                MOVE WS-TT-VIGENCIA TO WS-AVI-DATA
000572                WRITE WS-LINHA-RELATORIO FROM WS-LINHA-AVISO
000573            END-IF.
000574*
000575**----------------------------------------------------------------*
000576        3000-CRITICAR-TARIFA-TA.
000577**----------------------------------------------------------------*
000578*    CRITICA O REGISTRO CORRENTE DA TABELA VIVA E, APROVADO,
000579*    DEIXA A TARIFA MONTADA EM WS-TARIFA-TRATADA.
000580*
000581            MOVE "N" TO WS-DATA-VALIDA.
000582*
000583            EVALUATE TRUE
000584                WHEN TA-ORIGEM = SPACES OR LOW-VALUES
000585                    MOVE "ORIGEM EM BRANCO" TO WS-CRI-MOTIVO
000586                WHEN TA-DATA-VIGENCIA NOT NUMERIC
000587                    MOVE "VIGENCIA NAO NUMERICA" TO WS-CRI-MOTIVO
000588                WHEN TA-PRECO-NOME NOT NUMERIC
000589                  OR TA-PRECO-REJEITO NOT NUMERIC
000590                  OR TA-PRECO-MANUTENCAO NOT NUMERIC
000591                    MOVE "PRECO NAO NUMERICO" TO WS-CRI-MOTIVO
000592                WHEN OTHER
000593                    MOVE TA-DATA-VIGENCIA TO WS-DATA-TRATADA
000594                    PERFORM 3200-CRITICAR-CALENDARIO
000595            END-EVALUATE.
000596*
000597            IF WS-DATA-OK
000598                MOVE TA-ORIGEM           TO WS-TT-ORIGEM
000599                MOVE TA-DATA-VIGENCIA    TO WS-TT-VIGENCIA
000600                MOVE TA-PRECO-NOME       TO WS-TT-PRECO-NOME
000601                MOVE TA-PRECO-REJEITO    TO WS-TT-PRECO-REJ
000602                MOVE TA-PRECO-MANUTENCAO TO WS-TT-PRECO-MANUT
000603                IF TA-DATA-CADASTRO IS NUMERIC
000604                    MOVE TA-DATA-CADASTRO TO WS-TT-CADASTRO
000605                ELSE
000606                    MOVE ZERO TO WS-TT-CADASTRO
000607                END-IF
000608            END-IF.
000609*
000610**----------------------------------------------------------------*
000611        3100-CRITICAR-TARIFA-TM.
000612**----------------------------------------------------------------*
000613*    MESMA CRITICA, PARA A TRANSACAO DO DECK; NA RETIRADA OS
000614*    PRECOS NAO SAO EXIGIDOS.
000615*
000616            MOVE "N" TO WS-DATA-VALIDA.
000617*
000618            EVALUATE TRUE
000619                WHEN TM-ORIGEM = SPACES OR LOW-VALUES
000620                    MOVE "ORIGEM EM BRANCO" TO WS-CRI-MOTIVO
000621                WHEN TM-DATA-VIGENCIA NOT NUMERIC
000622                    MOVE "VIGENCIA NAO NUMERICA" TO WS-CRI-MOTIVO
000623                WHEN NOT TM-ACAO-RETIRAR
000624                 AND (TM-PRECO-NOME NOT NUMERIC
000625                      OR TM-PRECO-REJEITO NOT NUMERIC
000626                      OR TM-PRECO-MANUTENCAO NOT NUMERIC)
000627                    MOVE "PRECO NAO NUMERICO" TO WS-CRI-MOTIVO
000628                WHEN OTHER
000629                    MOVE TM-DATA-VIGENCIA TO WS-DATA-TRATADA
000630                    PERFORM 3200-CRITICAR-CALENDARIO
000631            END-EVALUATE.
000632*
000633            IF WS-DATA-OK
000634                MOVE TM-ORIGEM        TO WS-TT-ORIGEM
000635                MOVE WS-DATA-TRATADA  TO WS-TT-VIGENCIA
000636                IF TM-ACAO-RETIRAR
000637                    MOVE ZERO TO WS-TT-PRECO-NOME
000638                    MOVE ZERO TO WS-TT-PRECO-REJ
000639                    MOVE ZERO TO WS-TT-PRECO-MANUT
000640                ELSE
000641                    MOVE TM-PRECO-NOME-N       TO WS-TT-PRECO-NOME
000642                    MOVE TM-PRECO-REJEITO-N    TO WS-TT-PRECO-REJ
000643                    MOVE TM-PRECO-MANUTENCAO-N
000644                        TO WS-TT-PRECO-MANUT
000645                END-IF
000646                MOVE WS-DH-DATA       TO WS-TT-CADASTRO
000647            END-IF.
000648*
000649**----------------------------------------------------------------*
000650        3200-CRITICAR-CALENDARIO.
000651**----------------------------------------------------------------*
000652*    MESMA CRITICA DE CALENDARIO DO COBOL023: ANO RAZOAVEL, MES
000653*    1-12 E DIA DENTRO DO LIMITE DO MES, COM 29/02 SO EM ANO
000654*    BISSEXTO.
000655*
000656            MOVE "S" TO WS-DATA-VALIDA.
000657            MOVE SPACES TO WS-CRI-MOTIVO.
000658            MOVE WS-DATA-TRATADA TO WS-DATA-DECOMPOSTA.
000659*
000660            IF WS-DD-ANO < 1601 OR WS-DD-ANO > 2200
000661                MOVE "N" TO WS-DATA-VALIDA
000662                MOVE "ANO FORA DO INTERVALO" TO WS-CRI-MOTIVO
000663            ELSE
000664                IF WS-DD-MES < 1 OR WS-DD-MES > 12
000665                    MOVE "N" TO WS-DATA-VALIDA
000666                    MOVE "MES INVALIDO" TO WS-CRI-MOTIVO
000667                ELSE
000668                    PERFORM 3300-LIMITE-DO-MES
000669                    IF WS-DD-DIA < 1
000670                       OR WS-DD-DIA > WS-DIA-LIMITE
000671                        MOVE "N" TO WS-DATA-VALIDA
000672                        MOVE "DIA INVALIDO PARA O MES" TO
000673                            WS-CRI-MOTIVO
000674                    END-IF
000675                END-IF
000676            END-IF.
000677*
000678**----------------------------------------------------------------*
000679        3300-LIMITE-DO-MES.
000680**----------------------------------------------------------------*
000681            EVALUATE WS-DD-MES
000682                WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8
000683                WHEN 10 WHEN 12
000684                    MOVE 31 TO WS-DIA-LIMITE
000685                WHEN 4 WHEN 6 WHEN 9 WHEN 11
000686                    MOVE 30 TO WS-DIA-LIMITE
000687                WHEN 2
000688                    MOVE 28 TO WS-DIA-LIMITE
000689                    COMPUTE WS-RESTO-BISSEXTO =
000690                        FUNCTION MOD(WS-DD-ANO 4)
000691                    IF WS-RESTO-BISSEXTO = ZERO
000692                        MOVE 29 TO WS-DIA-LIMITE
000693                        COMPUTE WS-RESTO-BISSEXTO =
000694                            FUNCTION MOD(WS-DD-ANO 100)
000695                        IF WS-RESTO-BISSEXTO = ZERO
000696                            MOVE 28 TO WS-DIA-LIMITE
000697                            COMPUTE WS-RESTO-BISSEXTO =
000698                                FUNCTION MOD(WS-DD-ANO 400)
000699                            IF WS-RESTO-BISSEXTO = ZERO
000700                                MOVE 29 TO WS-DIA-LIMITE
000701                            END-IF
000702                        END-IF
000703                    END-IF
000704            END-EVALUATE.
000705*
000706**----------------------------------------------------------------*
000707        3500-LOCALIZAR-TARIFA.
000708**----------------------------------------------------------------*
000709*    PROCURA A CHAVE ORIGEM + VIGENCIA DE WS-TARIFA-TRATADA NA
000710*    TABELA (CLASSIFICADA) E DEIXA EM WS-IDX-INSERCAO A POSICAO
000711*    ONDE ELA ESTA OU ONDE DEVERIA ENTRAR PARA MANTER A ORDEM.
000712*
000713            MOVE "N" TO WS-TARIFA-NA-TABELA.
000714            COMPUTE WS-IDX-INSERCAO =
000715                    WS-CONT-TABELA-TARIFAS + 1.
000716*
000717            PERFORM VARYING WS-IDX-TARIFAS FROM 1 BY 1
000718                    UNTIL WS-IDX-TARIFAS >
000719                          WS-CONT-TABELA-TARIFAS
000720                       OR WS-TARIFA-EXISTE
000721                       OR WS-TAB-TAR-CHAVE(WS-IDX-TARIFAS) >
000722                          WS-TT-CHAVE
000723                IF WS-TAB-TAR-CHAVE(WS-IDX-TARIFAS) =
000724                        WS-TT-CHAVE
000725                    SET WS-TARIFA-EXISTE TO TRUE
000726                    MOVE WS-IDX-TARIFAS TO WS-IDX-INSERCAO
000727                END-IF
000728            END-PERFORM.
000729*
000730            IF NOT WS-TARIFA-EXISTE
000731               AND WS-IDX-TARIFAS <= WS-CONT-TABELA-TARIFAS
000732                MOVE WS-IDX-TARIFAS TO WS-IDX-INSERCAO
000733            END-IF.
000734*
000735**----------------------------------------------------------------*
000736        4000-INSERIR-TARIFA.
000737**----------------------------------------------------------------*
000738*    INSERE WS-TARIFA-TRATADA NA POSICAO DE ORDEM APONTADA PELO
000739*    3500, DESLOCANDO O RESTO DA TABELA; DEIXA WS-TARIFA-EXISTE
000740*    LIGADO QUANDO CONSEGUIU (TABELA CHEIA E O UNICO FRACASSO).
000741*
000742            IF WS-CONT-TABELA-TARIFAS >= WS-MAX-TABELA-TARIFAS
000743                MOVE "N" TO WS-TARIFA-NA-TABELA
000744            ELSE
000745                PERFORM VARYING WS-IDX-DESLOCA
000746                        FROM WS-CONT-TABELA-TARIFAS BY -1
000747                        UNTIL WS-IDX-DESLOCA < WS-IDX-INSERCAO
000748                    MOVE WS-TAB-TARIFA(WS-IDX-DESLOCA)
000749                        TO WS-TAB-TARIFA(WS-IDX-DESLOCA + 1)
000750                END-PERFORM
000751                MOVE WS-TARIFA-TRATADA
000752                    TO WS-TAB-TARIFA(WS-IDX-INSERCAO)
000753                ADD 1 TO WS-CONT-TABELA-TARIFAS
000754                SET WS-TARIFA-EXISTE TO TRUE
000755            END-IF.
000756*
000757**----------------------------------------------------------------*
000758        5000-GRAVAR-TARIFAS.
000759**----------------------------------------------------------------*
000760            PERFORM VARYING WS-IDX-TARIFAS FROM 1 BY 1
000761                    UNTIL WS-IDX-TARIFAS >
000762                          WS-CONT-TABELA-TARIFAS
000763                MOVE SPACES TO TA-TARIFA-RECORD
000764                MOVE WS-TAB-TAR-ORIGEM(WS-IDX-TARIFAS)
000765                    TO TA-ORIGEM
000766                MOVE WS-TAB-TAR-VIGENCIA(WS-IDX-TARIFAS)
000767                    TO TA-DATA-VIGENCIA
000768                MOVE WS-TAB-TAR-PRECO-NOME(WS-IDX-TARIFAS)
000769                    TO TA-PRECO-NOME
000770                MOVE WS-TAB-TAR-PRECO-REJ(WS-IDX-TARIFAS)
000771                    TO TA-PRECO-REJEITO
000772                MOVE WS-TAB-TAR-PRECO-MANUT(WS-IDX-TARIFAS)
000773                    TO TA-PRECO-MANUTENCAO
000774                MOVE WS-TAB-TAR-CADASTRO(WS-IDX-TARIFAS)
000775                    TO TA-DATA-CADASTRO
000776                WRITE WS-TARIFA-SAI-RECORD FROM TA-TARIFA-RECORD
000777                IF WS-FS-TARIFSAI NOT = "00"
000778                    DISPLAY 'ERRO SEVERO AO GRAVAR TARIFSAI - FS='
000779                        WS-FS-TARIFSAI
000780                    MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000781                    MOVE WS-CONT-TABELA-TARIFAS
000782                        TO WS-IDX-TARIFAS
000783                ELSE
000784                    ADD 1 TO WS-CONT-GRAVADOS
000785                END-IF
000786            END-PERFORM.
000787*
000788**----------------------------------------------------------------*
000789        6000-LISTAR-TARIFAS.
000790**----------------------------------------------------------------*
000791*    LISTA A TABELA RESULTANTE, COM UMA LINHA EM BRANCO A CADA
000792*    TROCA DE ORIGEM, PARA CONFERENCIA DA AREA FINANCEIRA.
000793*
000794            MOVE SPACES TO WS-LINHA-RELATORIO.
000795            WRITE WS-LINHA-RELATORIO.
000796*
000797            IF WS-CONT-TABELA-TARIFAS = ZERO
000798                MOVE SPACES TO WS-LINHA-RELATORIO
000799                STRING 'TABELA VAZIA - NENHUMA TARIFA '
000800                           DELIMITED SIZE
000801                       'CADASTRADA' DELIMITED SIZE
000802                       INTO WS-LINHA-RELATORIO
000803                WRITE WS-LINHA-RELATORIO
000804            ELSE
000805                WRITE WS-LINHA-RELATORIO FROM WS-LINHA-COLUNAS
000806                MOVE WS-TAB-TAR-ORIGEM(1) TO WS-ORIGEM-ANTERIOR
000807                PERFORM VARYING WS-IDX-TARIFAS FROM 1 BY 1
000808                        UNTIL WS-IDX-TARIFAS >
000809                              WS-CONT-TABELA-TARIFAS
000810                    IF WS-TAB-TAR-ORIGEM(WS-IDX-TARIFAS)
000811                            NOT = WS-ORIGEM-ANTERIOR
000812                        MOVE SPACES TO WS-LINHA-RELATORIO
000813                        WRITE WS-LINHA-RELATORIO
000814                        MOVE WS-TAB-TAR-ORIGEM(WS-IDX-TARIFAS)
000815                            TO WS-ORIGEM-ANTERIOR
000816                    END-IF
000817                    PERFORM 6100-LISTAR-TARIFA
000818                END-PERFORM
000819            END-IF.
000820*
000821**----------------------------------------------------------------*
000822        6100-LISTAR-TARIFA.
000823**----------------------------------------------------------------*
000824            MOVE WS-TAB-TAR-ORIGEM(WS-IDX-TARIFAS)
000825                TO WS-LTA-ORIGEM.
000826            MOVE WS-TAB-TAR-VIGENCIA(WS-IDX-TARIFAS)
000827                TO WS-LTA-VIGENCIA.
000828            MOVE WS-TAB-TAR-PRECO-NOME(WS-IDX-TARIFAS)
000829                TO WS-LTA-PRECO-NOME.
000830            MOVE WS-TAB-TAR-PRECO-REJ(WS-IDX-TARIFAS)
000831                TO WS-LTA-PRECO-REJ.
000832            MOVE WS-TAB-TAR-PRECO-MANUT(WS-IDX-TARIFAS)
000833                TO WS-LTA-PRECO-MANUT.
000834            MOVE WS-TAB-TAR-CADASTRO(WS-IDX-TARIFAS)
000835                TO WS-LTA-CADASTRO.
000836            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-TARIFA.
000837*
000838**----------------------------------------------------------------*
000839        8000-EMITIR-CONTAGENS.
000840**----------------------------------------------------------------*
000841            MOVE SPACES TO WS-LINHA-RELATORIO.
000842            WRITE WS-LINHA-RELATORIO.
000843*
000844            MOVE "TARIFAS CARREGADAS      " TO WS-CON-ROTULO.
000845            MOVE WS-CONT-CARREGADOS TO WS-CON-QTD.
000846            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000847*
000848            MOVE "TARIFAS DESCARTADAS     " TO WS-CON-ROTULO.
000849            MOVE WS-CONT-DESCARTADOS TO WS-CON-QTD.
000850            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000851*
000852            MOVE "TRANSACOES LIDAS        " TO WS-CON-ROTULO.
000853            MOVE WS-CONT-TRANSACOES TO WS-CON-QTD.
000854            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000855*
000856            MOVE "INCLUSOES               " TO WS-CON-ROTULO.
000857            MOVE WS-CONT-INCLUIDOS TO WS-CON-QTD.
000858            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000859*
000860            MOVE "CORRECOES               " TO WS-CON-ROTULO.
000861            MOVE WS-CONT-CORRIGIDOS TO WS-CON-QTD.
000862            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000863*
000864            MOVE "RETIRADAS               " TO WS-CON-ROTULO.
000865            MOVE WS-CONT-RETIRADOS TO WS-CON-QTD.
000866            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000867*
000868            MOVE "REJEITADAS              " TO WS-CON-ROTULO.
000869            MOVE WS-CONT-REJEITADOS TO WS-CON-QTD.
000870            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000871*
000872            MOVE "RETROATIVAS             " TO WS-CON-ROTULO.
000873            MOVE WS-CONT-RETROATIVOS TO WS-CON-QTD.
000874            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000875*
000876            MOVE "GRAVADAS EM TARIFSAI    " TO WS-CON-ROTULO.
000877            MOVE WS-CONT-GRAVADOS TO WS-CON-QTD.
000878            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000879*
000880**----------------------------------------------------------------*
000881        8500-FECHAR-ARQUIVOS.
000882**----------------------------------------------------------------*
000883            CLOSE RATE-FILE.
000884            CLOSE TRAN-FILE.
000885            CLOSE RATE-OUT.
000886            CLOSE RATE-RPT.
000887*
000888**----------------------------------------------------------------*
000889        9700-REGISTRAR-RESULTADO.
000890**----------------------------------------------------------------*
000891*    GRAVA NO ARQUIVO CENTRAL DE MENSAGENS (MENSAGEM) O
000892*    DESFECHO DA EXECUCAO QUANDO HOUVE ALGO ACIONAVEL
000893*    (RETURN-CODE >= 4), PARA O RELATORIO DE EXCECOES DO
000894*    COBOL020.
000895*
000896            IF RETURN-CODE >= WS-RC-AVISO
000897                IF RETURN-CODE >= WS-RC-ERRO-DADOS
000898                    MOVE "E" TO WS-MSG-SEVERIDADE
000899                ELSE
000900                    MOVE "A" TO WS-MSG-SEVERIDADE
000901                END-IF
000902                MOVE RETURN-CODE TO WS-MSG-CODIGO-RC
000903                MOVE 'TARIFAS COM RESSALVA - VER RELTARIF'
000904                    TO WS-MSG-TEXTO
000905                PERFORM 9800-GRAVAR-MENSAGEM
000906            END-IF.
000907*
000908**----------------------------------------------------------------*
000909        9800-GRAVAR-MENSAGEM.
000910**----------------------------------------------------------------*
000911            OPEN EXTEND MSG-FILE.
000912*
000913            IF WS-FS-MENSAGEM NOT = "00"
000914                DISPLAY 'ERRO AO ABRIR MENSAGEM - FS='
000915                    WS-FS-MENSAGEM
000916            ELSE
000917                MOVE 'COBOL033' TO MG-PROGRAM-ID
000918                MOVE WS-MSG-SEVERIDADE TO MG-SEVERIDADE
000919                MOVE WS-MSG-CODIGO-COMP TO MG-CODIGO
000920                MOVE WS-DH-DATA TO MG-DATA-MOVIMENTO
000921                MOVE WS-DH-HORA TO MG-HORA-GRAVACAO
000922                MOVE WS-MSG-TEXTO TO MG-TEXTO
000923*
000924                WRITE MG-MESSAGE-RECORD
000925*
000926                IF WS-FS-MENSAGEM NOT = "00"
000927                    DISPLAY 'ERRO AO GRAVAR MENSAGEM - FS='
000928                        WS-FS-MENSAGEM
000929                END-IF
000930*
000931                CLOSE MSG-FILE
000932            END-IF.
000933*
000934        END PROGRAM COBOL033.
000935* FIM DO PROGRAMA ****************************
