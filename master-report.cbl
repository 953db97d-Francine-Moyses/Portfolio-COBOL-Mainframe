000054                ORGANIZATION IS SEQUENTIAL
000055                FILE STATUS IS WS-FS-REPORT.
000056*
000057            SELECT OPTIONAL DATE-CARD ASSIGN TO "DATAPROC"
000058                ORGANIZATION IS SEQUENTIAL
000059                FILE STATUS IS WS-FS-DATAPROC.
000060*
000061            SELECT OPTIONAL STAT-FILE ASSIGN TO "ESTATIST"
000062                ORGANIZATION IS SEQUENTIAL
000063                FILE STATUS IS WS-FS-ESTATIST.
000064*
000065****************
000066        DATA DIVISION.
000067****************
000068*
000069        FILE SECTION.
000070*
000071        FD  MASTER-FILE.
000072        COPY "MASTREC.cpy".
000073*
000074        FD  REPORT-OUT
000075            RECORDING MODE IS F.
000076        01  WS-LINHA-RELATORIO          PIC X(80).
000077*
000078        FD  DATE-CARD
000079            RECORDING MODE IS F.
000080        COPY "DATPREC.cpy".
000081*
000082        FD  STAT-FILE
000083            RECORDING MODE IS F.
000084        COPY "ESTATREC.cpy".
000085*
000086        WORKING-STORAGE SECTION.
000087*
000088        01  WS-CONDICAO-RETORNO.
000089            05  WS-RC-NORMAL             PIC 9(2) VALUE 00.
000090            05  WS-RC-AVISO              PIC 9(2) VALUE 04.
000091            05  WS-RC-ERRO-SEVERO        PIC 9(2) VALUE 16.
000092*
000093        01  WS-FS-MASTER               PIC X(2) VALUE SPACES.
000094        01  WS-FS-REPORT               PIC X(2) VALUE SPACES.
000095        01  WS-FS-DATAPROC             PIC X(2) VALUE SPACES.
000096        01  WS-FS-ESTATIST             PIC X(2) VALUE SPACES.
000097*
000098        01  WS-DATA-HORA-ATUAL.
000099            05  WS-DH-DATA              PIC 9(8).
000100            05  WS-DH-HORA              PIC 9(6).
000101            05  WS-DH-CENTESIMOS        PIC 9(2).
000102            05  WS-DH-DIFGMT            PIC X(5).
000103*
000104        01  WS-INICIO-EXECUCAO.
000105            05  WS-IE-DATA              PIC 9(8).
000106            05  WS-IE-HORA              PIC 9(6).
000107            05  FILLER                  PIC X(7).
000108        01  WS-FIM-EXECUCAO.
000109            05  WS-FE-DATA              PIC 9(8).
000110            05  WS-FE-HORA              PIC 9(6).
000111            05  FILLER                  PIC X(7).
000112*
000113        77  WS-FIM-ARQUIVO             PIC X(1) VALUE "N".
000114            88  WS-ACABOU-MASTER            VALUE "S".
000115*
000116        77  WS-LINHAS-POR-PAGINA       PIC 9(2) VALUE 55.
000117        77  WS-CONT-LINHAS-PAGINA      PIC 9(2) VALUE ZERO.
000118        77  WS-NUM-PAGINA              PIC 9(4) VALUE ZERO.
000119        77  WS-CONT-REGISTROS          PIC 9(6) VALUE ZERO.
000120*
000121        01  WS-CABECALHO-1.
000122            05  FILLER                PIC X(20) VALUE SPACES.
000123            05  FILLER                PIC X(30)
000124                        VALUE "RELATORIO DO ARQUIVO MESTRE".
000125            05  FILLER                PIC X(14) VALUE "PAGINA : ".
000126            05  WS-CAB1-PAGINA        PIC ZZZ9.
000127*
000128        01  WS-CABECALHO-2.
000129            05  FILLER                PIC X(9)  VALUE "PROGRAMA:".
000130            05  FILLER                PIC X(10) VALUE " COBOL005".
000131*
000132        01  WS-CABECALHO-COLUNAS.
000133            05  FILLER                PIC X(10) VALUE "ID".
000134            05  FILLER                PIC X(32) VALUE "NOME".
000135            05  FILLER                PIC X(12) VALUE "DATA EXEC".
000136            05  FILLER                PIC X(8)  VALUE "STATUS".
000137            05  FILLER                PIC X(6)  VALUE "ORIGEM".
000138*
000139        01  WS-LINHA-DETALHE.
000140            05  WS-DET-ID               PIC Z(8)9.
000141            05  FILLER                PIC X(1)  VALUE SPACE.
000142            05  WS-DET-NOME             PIC X(30).
000143            05  FILLER                PIC X(1)  VALUE SPACE.
000144            05  WS-DET-DATA             PIC 9(8).
000145            05  FILLER                PIC X(2)  VALUE SPACES.
000146            05  WS-DET-STATUS           PIC X(1).
000147            05  FILLER                PIC X(7)  VALUE SPACES.
000148            05  WS-DET-ORIGEM           PIC X(4).
000149*
000150        01  WS-LINHA-RODAPE.
000151            05  FILLER                PIC X(20)
000152                        VALUE "TOTAL DE REGISTROS: ".
000153            05  WS-ROD-QTD              PIC ZZZ.ZZ9.
000154*
000155        77  WS-MAX-TABELA-ORIGENS      PIC 9(2) VALUE 20.
000156        77  WS-CONT-TABELA-ORIGENS     PIC 9(2) VALUE ZERO.
000157        77  WS-IDX-ORIGENS             PIC 9(2) VALUE ZERO.
000158        77  WS-IDX-ORIG-ACHADA         PIC 9(2) VALUE ZERO.
000159        77  WS-ORIG-ACHOU              PIC X(1) VALUE "N".
000160            88  WS-ORIGEM-NA-TABELA         VALUE "S".
000161        77  WS-CONT-FORA-ORIGENS       PIC 9(6) VALUE ZERO.
000162*
000163        01  WS-TABELA-ORIGENS.
000164            05  WS-TAB-ORIG-ENT        OCCURS 20 TIMES.
000165                10  WS-TAB-ORIG-CODIGO PIC X(4).
000166                10  WS-TAB-ORIG-QTD    PIC 9(6).
000167*
000168        01  WS-LINHA-TIT-ORIGEM.
000169            05  FILLER                PIC X(26)
000170                  VALUE "TOTAL DE REGISTROS POR ORI".
000171            05  FILLER                PIC X(4)  VALUE "GEM:".
000172*
000173        01  WS-LINHA-ORIGEM.
000174            05  FILLER                PIC X(9)
000175                  VALUE "  ORIGEM ".
000176            05  WS-ORI-CODIGO         PIC X(4).
000177            05  FILLER                PIC X(2)  VALUE ": ".
000178            05  WS-ORI-QTD            PIC ZZZ.ZZ9.
000179*
000180*********************
000181        PROCEDURE DIVISION.
000182*********************
000183*
000184            MOVE FUNCTION CURRENT-DATE TO WS-INICIO-EXECUCAO.
000185*
000186            MOVE WS-RC-NORMAL TO RETURN-CODE.
000187            PERFORM 0050-OBTER-DATA-PROCESSO.
000188*
000189            OPEN INPUT MASTER-FILE.
000190*
000191            IF WS-FS-MASTER NOT = "00"
000192                DISPLAY 'ERRO SEVERO AO ABRIR MASTOUT - FS='
000193                    WS-FS-MASTER
000194                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000195            ELSE
000196                OPEN OUTPUT REPORT-OUT
000197                IF WS-FS-REPORT NOT = "00"
000198                    DISPLAY 'ERRO SEVERO AO ABRIR RELATORIO - FS='
000199                        WS-FS-REPORT
000200                    MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000201                    CLOSE MASTER-FILE
000202                ELSE
000203                    PERFORM 1000-LER-MASTER
000204*
000205                    PERFORM UNTIL WS-ACABOU-MASTER
000206                        IF WS-CONT-LINHAS-PAGINA
000207                           >= WS-LINHAS-POR-PAGINA
000208                           OR WS-CONT-LINHAS-PAGINA = ZERO
000209                            PERFORM 2000-IMPRIMIR-CABECALHO
000210                        END-IF
000211                        PERFORM 3000-IMPRIMIR-DETALHE
000212                        PERFORM 1000-LER-MASTER
000213                    END-PERFORM
000214*
000215                    PERFORM 9000-IMPRIMIR-RODAPE
000216*
000217                    IF WS-CONT-REGISTROS = ZERO
000218                        MOVE WS-RC-AVISO TO RETURN-CODE
000219                    END-IF
000220*
000221                    CLOSE MASTER-FILE
000222                    CLOSE REPORT-OUT
000223                END-IF
000224            END-IF.
000225*
000226            PERFORM 9750-GRAVAR-ESTATISTICA.
000227*
000228            STOP RUN.
000229*
000230**----------------------------------------------------------------*
000231        0050-OBTER-DATA-PROCESSO.
000232**----------------------------------------------------------------*
000233*    A DATA-MOVIMENTO VEM DO CARTAO DATAPROC, A MESMA QUE OS
000234*    DEMAIS PASSOS DO COBOLJOB CARIMBAM; SEM O CARTAO, VALE A
000235*    DATA DA MAQUINA, COM AVISO NA CONSOLA.
000236*
000237            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
000238*
000239            OPEN INPUT DATE-CARD.
000240*
000241            IF WS-FS-DATAPROC = "00"
000242                READ DATE-CARD
000243                    AT END
000244                        DISPLAY 'AVISO: DATAPROC VAZIO - USANDO '
000245                            'A DATA DA MAQUINA'
000246                    NOT AT END
000247                        IF DP-DATA-PROCESSAMENTO IS NUMERIC
000248                           AND DP-DATA-PROCESSAMENTO > ZERO
000249                            MOVE DP-DATA-PROCESSAMENTO
000250                                TO WS-DH-DATA
000251                        ELSE
000252                            DISPLAY 'AVISO: DATAPROC INVALIDO - '
000253                                'USANDO A DATA DA MAQUINA'
000254                        END-IF
000255                END-READ
000256                CLOSE DATE-CARD
000257            ELSE
000258                DISPLAY 'AVISO: DATAPROC INDISPONIVEL - USANDO '
000259                    'A DATA DA MAQUINA'
000260            END-IF.
000261*
000262**----------------------------------------------------------------*
000263        1000-LER-MASTER.
000264**----------------------------------------------------------------*
000265            READ MASTER-FILE
000266                AT END
000267                    SET WS-ACABOU-MASTER TO TRUE
000268            END-READ.
000269*
000270**----------------------------------------------------------------*
000271        2000-IMPRIMIR-CABECALHO.
000272**----------------------------------------------------------------*
000273*    EMITE O CABECALHO DE UMA NOVA PAGINA (TITULO, NUMERO DE
000274*    PAGINA E CABECALHO DE COLUNAS) E REINICIA A CONTAGEM DE
000275*    LINHAS DA PAGINA.
000276*
000277            ADD 1 TO WS-NUM-PAGINA.
000278            MOVE WS-NUM-PAGINA TO WS-CAB1-PAGINA.
000279*
000280            IF WS-NUM-PAGINA > 1
000281                MOVE SPACES TO WS-LINHA-RELATORIO
000282                WRITE WS-LINHA-RELATORIO
000283                    BEFORE ADVANCING PAGE
000284            END-IF.
000285*
000286            WRITE WS-LINHA-RELATORIO FROM WS-CABECALHO-1.
000287            WRITE WS-LINHA-RELATORIO FROM WS-CABECALHO-2.
000288            MOVE SPACES TO WS-LINHA-RELATORIO.
000289            WRITE WS-LINHA-RELATORIO.
000290            WRITE WS-LINHA-RELATORIO FROM WS-CABECALHO-COLUNAS.
000291*
000292            MOVE ZERO TO WS-CONT-LINHAS-PAGINA.
000293*
000294**----------------------------------------------------------------*
000295        3000-IMPRIMIR-DETALHE.
000296**----------------------------------------------------------------*
000297            MOVE MR-ID            TO WS-DET-ID.
000298            MOVE MR-NOME          TO WS-DET-NOME.
000299            MOVE MR-DATA-EXECUCAO TO WS-DET-DATA.
000300            MOVE MR-STATUS        TO WS-DET-STATUS.
000301            MOVE MR-ORIGEM        TO WS-DET-ORIGEM.
000302*
000303            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-DETALHE.
000304*
000305            ADD 1 TO WS-CONT-LINHAS-PAGINA.
000306            ADD 1 TO WS-CONT-REGISTROS.
000307*
000308            PERFORM 3100-ACUMULAR-ORIGEM.
000309*
000310**----------------------------------------------------------------*
000311        3100-ACUMULAR-ORIGEM.
000312**----------------------------------------------------------------*
000313*    ACUMULA A CONTAGEM DO CODIGO DE ORIGEM DO REGISTRO
000314*    CORRENTE PARA A QUEBRA POR ORIGEM DO RODAPE; ORIGENS ALEM
000315*    DA CAPACIDADE DA TABELA SO ENTRAM NO TOTAL GERAL, COM
000316*    LINHA DE AVISO.
000317*
000318            MOVE "N" TO WS-ORIG-ACHOU.
000319*
000320            PERFORM VARYING WS-IDX-ORIGENS FROM 1 BY 1
000321                    UNTIL WS-IDX-ORIGENS > WS-CONT-TABELA-ORIGENS
000322                       OR WS-ORIGEM-NA-TABELA
000323                IF WS-TAB-ORIG-CODIGO(WS-IDX-ORIGENS) = MR-ORIGEM
000324                    SET WS-ORIGEM-NA-TABELA TO TRUE
000325                    MOVE WS-IDX-ORIGENS TO WS-IDX-ORIG-ACHADA
000326                END-IF
000327            END-PERFORM.
000328*
000329            IF WS-ORIGEM-NA-TABELA
000330                ADD 1 TO WS-TAB-ORIG-QTD(WS-IDX-ORIG-ACHADA)
000331            ELSE
000332                IF WS-CONT-TABELA-ORIGENS < WS-MAX-TABELA-ORIGENS
000333                    ADD 1 TO WS-CONT-TABELA-ORIGENS
000334                    MOVE MR-ORIGEM TO WS-TAB-ORIG-CODIGO
000335                        (WS-CONT-TABELA-ORIGENS)
000336                    MOVE 1 TO WS-TAB-ORIG-QTD
000337                        (WS-CONT-TABELA-ORIGENS)
000338                ELSE
000339                    ADD 1 TO WS-CONT-FORA-ORIGENS
000340                END-IF
000341            END-IF.
000342*
000343**----------------------------------------------------------------*
000344        9000-IMPRIMIR-RODAPE.
000345**----------------------------------------------------------------*
000346*    RODAPE FINAL COM A QUANTIDADE TOTAL DE REGISTROS LIDOS,
000347*    FORMATADA NO PADRAO DE PONTO-DE-MILHAR (DECIMAL-POINT IS
000348*    COMMA INVERTE O SIGNIFICADO DE VIRGULA E PONTO NAS PICTURES
000349*    NUMERICO-EDITADAS, ENTAO O '.' NA WS-ROD-QTD ATUA COMO
000350*    SEPARADOR DE MILHAR).
000351*
000352            MOVE WS-CONT-REGISTROS TO WS-ROD-QTD.
000353*
000354            MOVE SPACES TO WS-LINHA-RELATORIO.
000355            WRITE WS-LINHA-RELATORIO.
000356            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-RODAPE.
000357*
000358            PERFORM 9100-EMITIR-TOTAL-ORIGEM.
000359*
000360**----------------------------------------------------------------*
000361        9100-EMITIR-TOTAL-ORIGEM.
000362**----------------------------------------------------------------*
000363*    QUEBRA POR CODIGO DE ORIGEM PEDIDA PELA AREA DE
000364*    PLANEJAMENTO - UMA LINHA POR ORIGEM VISTA NO MESTRE.
000365*
000366            MOVE SPACES TO WS-LINHA-RELATORIO.
000367            WRITE WS-LINHA-RELATORIO.
000368            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-TIT-ORIGEM.
000369*
000370            PERFORM VARYING WS-IDX-ORIGENS FROM 1 BY 1
000371                    UNTIL WS-IDX-ORIGENS > WS-CONT-TABELA-ORIGENS
000372                MOVE WS-TAB-ORIG-CODIGO(WS-IDX-ORIGENS)
000373                    TO WS-ORI-CODIGO
000374                MOVE WS-TAB-ORIG-QTD(WS-IDX-ORIGENS)
000375                    TO WS-ORI-QTD
000376                WRITE WS-LINHA-RELATORIO FROM WS-LINHA-ORIGEM
000377            END-PERFORM.
000378*
000379            IF WS-CONT-FORA-ORIGENS > ZERO
000380                MOVE "+SOB" TO WS-ORI-CODIGO
000381                MOVE WS-CONT-FORA-ORIGENS TO WS-ORI-QTD
000382                WRITE WS-LINHA-RELATORIO FROM WS-LINHA-ORIGEM
000383            END-IF.
000384*
000385**----------------------------------------------------------------*
000386        9750-GRAVAR-ESTATISTICA.
000387**----------------------------------------------------------------*
000388*    ACRESCENTA NO ARQUIVO DE ESTATISTICAS DA JANELA DE BATCH
000389*    (ESTATIST, COPY ESTATREC) O INICIO, O FIM, OS VOLUMES E O
000390*    RETURN-CODE DESTA EXECUCAO, PARA A TENDENCIA DO COBOL035.
000391*    FALHA AQUI SO GERA AVISO NA CONSOLA - A ESTATISTICA NUNCA
000392*    MUDA O RETURN-CODE DO PASSO.
000393*
000394            MOVE FUNCTION CURRENT-DATE TO WS-FIM-EXECUCAO.
000395*
000396            OPEN EXTEND STAT-FILE.
000397*
000398            IF WS-FS-ESTATIST NOT = "00"
000399               AND WS-FS-ESTATIST NOT = "05"
000400                DISPLAY 'AVISO: ESTATISTICA NAO GRAVADA - FS='
000401                    WS-FS-ESTATIST
000402            ELSE
000403                MOVE SPACES TO ES-ESTATISTICA-RECORD
000404                MOVE WS-DH-DATA TO ES-DATA-MOVIMENTO
000405                MOVE 'COBOL005' TO ES-PROGRAM-ID
000406                MOVE SPACES TO ES-FUNCAO
000407                MOVE WS-IE-DATA TO ES-DATA-INICIO
000408                MOVE WS-IE-HORA TO ES-HORA-INICIO
000409                MOVE WS-FE-DATA TO ES-DATA-FIM
000410                MOVE WS-FE-HORA TO ES-HORA-FIM
000411                MOVE WS-CONT-REGISTROS TO ES-REGISTROS-LIDOS
000412                MOVE WS-CONT-REGISTROS TO ES-REGISTROS-GRAVADOS
000413                MOVE RETURN-CODE TO ES-RETURN-CODE
000414*
000415                WRITE ES-ESTATISTICA-RECORD
000416*
000417                IF WS-FS-ESTATIST NOT = "00"
000418                    DISPLAY 'AVISO: ESTATISTICA NAO GRAVADA - FS='
000419                        WS-FS-ESTATIST
000420                END-IF
000421*
000422                CLOSE STAT-FILE
000423            END-IF.
000424*
000425        END PROGRAM COBOL005.
000426* FIM DO PROGRAMA ****************************
