000011*            AAAAMMDD, AMBAS INCLUSIVE). O RELATORIO (RELSUMAR)
000012*            E PAGINADO COMO O COBOL005, COM CABECALHO POR
000013*            PAGINA, E USA A CONVENCAO DECIMAL-POINT IS COMMA
000014*            PARA O PONTO-DE-MILHAR DAS CONTAGENS. DAS GRAVACOES
000015*            DO COBOL004 NO PERIODO (RC < 8, MESMO CRITERIO DO
000016*            COBOL007) SAEM OS NOMES DISTINTOS E AS PESSOAS
000017*            DISTINTAS: A PESSOA DE CADA MR-ID VEM DA REFERENCIA
000018*            CRUZADA PESSOAS (COPY PESSREC) OU, SE O MR-ID NAO
000019*            ESTA LIGADO, DA PESSOA DA GRAFIA NO CATALOGO
000020*            (CT-PESSOA); SEM NENHUMA DAS DUAS, A GRAFIA CONTA
000021*            COMO UMA PESSOA.
000022* CPD      : INEFE
000023******************************************************************
000024******************************************************************
000025* CONDICOES DE RETORNO (RETURN-CODE) DESTE PROGRAMA:
000026*     0000  =  PROCESSAMENTO NORMAL, RESUMO EMITIDO
000027*     0004  =  AVISO - NENHUMA EXECUCAO NEM REJEITO NO PERIODO
000028*     0008  =  ERRO DE DADOS - PARM SEM O PERIODO VALIDO
000029*     0016  =  ERRO SEVERO - FALHA AO ABRIR UM DOS ARQUIVOS
000030******************************************************************
000031        IDENTIFICATION DIVISION.
000032**************************
000033        PROGRAM-ID. COBOL012.
000034        AUTHOR. FRANCINE NUNES MOYSES.
000035        DATE-WRITTEN. 26/08/14 @ 15:00:00.
000036        DATE-COMPILED. 2026-08-14.
000037        INSTALLATION. INEFE.
000038        SECURITY. NORMAL.
000039*
000040***********************
000041        ENVIRONMENT DIVISION.
000042***********************
000043*
000044        CONFIGURATION SECTION.
000045*
000046        SOURCE-COMPUTER. IBM-ZOS.
000047        OBJECT-COMPUTER. IBM-ZOS.
000048*
000049        SPECIAL-NAMES.
000050*
000051        DECIMAL-POINT IS COMMA.
000052*
000053        INPUT-OUTPUT SECTION.
000054*
000055        FILE-CONTROL.
000056            SELECT OPTIONAL AUDIT-LOG ASSIGN TO "AUDITLOG"
000057                ORGANIZATION IS SEQUENTIAL
000058                FILE STATUS IS WS-FS-AUDIT.
000059*
000060            SELECT OPTIONAL REJECT-FILE ASSIGN TO "REJEITO"
000061                ORGANIZATION IS SEQUENTIAL
000062                FILE STATUS IS WS-FS-REJECT.
000063*
000064            SELECT OPTIONAL PERSON-XREF ASSIGN TO "PESSOAS"
000065                ORGANIZATION IS INDEXED
000066                ACCESS MODE IS RANDOM
000067                RECORD KEY IS PX-ID
000068                FILE STATUS IS WS-FS-PESSOAS.
000069*
000070            SELECT OPTIONAL CATALOG-FILE ASSIGN TO "CATALOGO"
000071                ORGANIZATION IS INDEXED
000072                ACCESS MODE IS RANDOM
000073                RECORD KEY IS CT-NOME
000074                FILE STATUS IS WS-FS-CATALOGO.
000075*
000076            SELECT REPORT-OUT ASSIGN TO "RELSUMAR"
000077                ORGANIZATION IS SEQUENTIAL
000078                FILE STATUS IS WS-FS-REPORT.
000079*
000080****************
000081        DATA DIVISION.
000082****************
000083*
000084        FILE SECTION.
000085*
000086        FD  AUDIT-LOG
000087            RECORDING MODE IS F.
000088        COPY "AUDITREC.cpy".
000089*
000090        FD  REJECT-FILE
000091            RECORDING MODE IS F.
000092        COPY "REJREC.cpy".
000093*
000094        FD  PERSON-XREF.
000095        COPY "PESSREC.cpy".
000096*
000097        FD  CATALOG-FILE.
000098        COPY "CATREC.cpy".
000099*
000100        FD  REPORT-OUT
000101            RECORDING MODE IS F.
000102        01  WS-LINHA-RELATORIO          PIC X(80).
000103*
000104        WORKING-STORAGE SECTION.
000105*
000106        01  WS-CONDICAO-RETORNO.
000107            05  WS-RC-NORMAL             PIC 9(2) VALUE 00.
000108            05  WS-RC-AVISO              PIC 9(2) VALUE 04.
000109            05  WS-RC-ERRO-DADOS         PIC 9(2) VALUE 08.
000110            05  WS-RC-ERRO-SEVERO        PIC 9(2) VALUE 16.
000111*
000112        01  WS-FS-AUDIT                PIC X(2) VALUE SPACES.
000113        01  WS-FS-REJECT               PIC X(2) VALUE SPACES.
000114        01  WS-FS-PESSOAS              PIC X(2) VALUE SPACES.
000115        01  WS-FS-CATALOGO             PIC X(2) VALUE SPACES.
000116        01  WS-FS-REPORT               PIC X(2) VALUE SPACES.
000117*
000118        77  WS-ARQUIVO-FIM             PIC X(1) VALUE "N".
000119            88  WS-ACABOU-ARQUIVO           VALUE "S".
000120*
000121        77  WS-DATA-INICIAL            PIC 9(8) VALUE ZERO.
000122        77  WS-DATA-FINAL              PIC 9(8) VALUE ZERO.
000123*
000124        77  WS-LINHAS-POR-PAGINA       PIC 9(2) VALUE 55.
000125        77  WS-CONT-LINHAS-PAGINA      PIC 9(2) VALUE ZERO.
000126        77  WS-NUM-PAGINA              PIC 9(4) VALUE ZERO.
000127*
000128        77  WS-MAX-TABELA-RESUMO       PIC 9(3) VALUE 500.
000129        77  WS-CONT-TABELA-RESUMO      PIC 9(3) VALUE ZERO.
000130        77  WS-IDX-RESUMO              PIC 9(3) VALUE ZERO.
000131        77  WS-IDX-ACHADO              PIC 9(3) VALUE ZERO.
000132        77  WS-RESUMO-ACHOU            PIC X(1) VALUE "N".
000133            88  WS-RESUMO-NA-TABELA         VALUE "S".
000134*
000135        01  WS-TABELA-RESUMO.
000136            05  WS-TAB-RES-ENT         OCCURS 500 TIMES.
000137                10  WS-TAB-RES-DATA    PIC 9(8).
000138                10  WS-TAB-RES-PROG    PIC X(8).
000139                10  WS-TAB-RES-RC00    PIC 9(6).
000140                10  WS-TAB-RES-RC04    PIC 9(6).
000141                10  WS-TAB-RES-RC08    PIC 9(6).
000142                10  WS-TAB-RES-RC16    PIC 9(6).
000143*
000144        77  WS-CONT-FORA-TABELA        PIC 9(6) VALUE ZERO.
000145*
000146        77  WS-MAX-TABELA-ORIGENS      PIC 9(2) VALUE 20.
000147        77  WS-CONT-TABELA-ORIGENS     PIC 9(2) VALUE ZERO.
000148        77  WS-IDX-ORIGENS             PIC 9(2) VALUE ZERO.
000149        77  WS-IDX-ORIG-ACHADA         PIC 9(2) VALUE ZERO.
000150        77  WS-ORIG-ACHOU              PIC X(1) VALUE "N".
000151            88  WS-ORIGEM-NA-TABELA         VALUE "S".
000152        77  WS-CONT-FORA-ORIGENS       PIC 9(6) VALUE ZERO.
000153*
000154        01  WS-TABELA-ORIGENS.
000155            05  WS-TAB-ORIG-ENT        OCCURS 20 TIMES.
000156                10  WS-TAB-ORIG-CODIGO PIC X(4).
000157                10  WS-TAB-ORIG-QTD    PIC 9(6).
000158*
000159*    NOMES E PESSOAS DISTINTOS DAS GRAVACOES DO COBOL004 NO
000160*    PERIODO. A CHAVE DA PESSOA E "P" + NUMERO DA PESSOA OU, PARA
000161*    A GRAFIA SEM PESSOA, "N" + GRAFIA. O QUE PASSAR DA TABELA SO
000162*    E CONTADO A PARTE, COM LINHA DE SOBRA NO RELATORIO.
000163        77  WS-RC-LIMITE-SUCESSO       PIC 9(4) VALUE 8.
000164        77  WS-PESSOAS-ABERTO          PIC X(1) VALUE "N".
000165            88  WS-PESSOAS-DISPONIVEL       VALUE "S".
000166        77  WS-CATALOGO-ABERTO         PIC X(1) VALUE "N".
000167            88  WS-CATALOGO-DISPONIVEL      VALUE "S".
000168        77  WS-PESSOA-DO-ID            PIC 9(9) VALUE ZERO.
000169*
000170        01  WS-CHAVE-PESSOA.
000171            05  WS-CHP-TIPO            PIC X(1).
000172            05  WS-CHP-VALOR           PIC X(30).
000173*
000174        77  WS-MAX-TABELA-NOMES        PIC 9(4) VALUE 5000.
000175        77  WS-CONT-TABELA-NOMES       PIC 9(4) VALUE ZERO.
000176        77  WS-IDX-NOMES               PIC 9(4) VALUE ZERO.
000177        77  WS-NOME-ACHOU              PIC X(1) VALUE "N".
000178            88  WS-NOME-NA-TABELA           VALUE "S".
000179        77  WS-CONT-FORA-NOMES         PIC 9(6) VALUE ZERO.
000180*
000181        01  WS-TABELA-NOMES.
000182            05  WS-TAB-NOME            OCCURS 5000 TIMES
000183                                       PIC X(30).
000184*
000185        77  WS-MAX-TABELA-PESSOAS      PIC 9(4) VALUE 5000.
000186        77  WS-CONT-TABELA-PESSOAS     PIC 9(4) VALUE ZERO.
000187        77  WS-IDX-PESSOAS             PIC 9(4) VALUE ZERO.
000188        77  WS-PESSOA-ACHOU            PIC X(1) VALUE "N".
000189            88  WS-PESSOA-NA-TABELA         VALUE "S".
000190        77  WS-CONT-FORA-PESSOAS       PIC 9(6) VALUE ZERO.
000191*
000192        01  WS-TABELA-PESSOAS.
000193            05  WS-TAB-PESSOA          OCCURS 5000 TIMES
000194                                       PIC X(31).
000195*
000196        77  WS-CONT-GRAVACOES          PIC 9(6) VALUE ZERO.
000197        77  WS-CONT-EXEC-PERIODO       PIC 9(6) VALUE ZERO.
000198        77  WS-CONT-REJ-MOTIVO-01      PIC 9(6) VALUE ZERO.
000199        77  WS-CONT-REJ-MOTIVO-02      PIC 9(6) VALUE ZERO.
000200        77  WS-CONT-REJ-OUTROS         PIC 9(6) VALUE ZERO.
000201        77  WS-CONT-REJ-PERIODO        PIC 9(6) VALUE ZERO.
000202*
000203        01  WS-CABECALHO-1.
000204            05  FILLER                PIC X(28)
000205                        VALUE "RESUMO DE OPERACOES PERIODO ".
000206            05  WS-CAB1-DATA-INI      PIC 9(8).
000207            05  FILLER                PIC X(3)  VALUE " A ".
000208            05  WS-CAB1-DATA-FIM      PIC 9(8).
000209            05  FILLER                PIC X(11)
000210                        VALUE "   PAGINA :".
000211            05  WS-CAB1-PAGINA        PIC ZZZ9.
000212*
000213        01  WS-CABECALHO-2.
000214            05  FILLER                PIC X(9)  VALUE "PROGRAMA:".
000215            05  FILLER                PIC X(10) VALUE " COBOL012".
000216*
000217        01  WS-CABECALHO-COLUNAS.
000218            05  FILLER                PIC X(10) VALUE "DATA".
000219            05  FILLER                PIC X(10) VALUE "PROGRAMA".
000220            05  FILLER                PIC X(10) VALUE "   RC=00".
000221            05  FILLER                PIC X(10) VALUE "   RC=04".
000222            05  FILLER                PIC X(10) VALUE "   RC=08".
000223            05  FILLER                PIC X(10) VALUE "   RC=16".
000224            05  FILLER                PIC X(10) VALUE "   TOTAL".
000225*
000226        01  WS-LINHA-DETALHE.
000227            05  WS-DET-DATA           PIC 9(8).
000228            05  FILLER                PIC X(2)  VALUE SPACES.
000229            05  WS-DET-PROG           PIC X(8).
000230            05  FILLER                PIC X(2)  VALUE SPACES.
000231            05  WS-DET-RC00           PIC ZZZ.ZZ9.
000232            05  FILLER                PIC X(3)  VALUE SPACES.
000233            05  WS-DET-RC04           PIC ZZZ.ZZ9.
000234            05  FILLER                PIC X(3)  VALUE SPACES.
000235            05  WS-DET-RC08           PIC ZZZ.ZZ9.
000236            05  FILLER                PIC X(3)  VALUE SPACES.
000237            05  WS-DET-RC16           PIC ZZZ.ZZ9.
000238            05  FILLER                PIC X(3)  VALUE SPACES.
000239            05  WS-DET-TOTAL          PIC ZZZ.ZZ9.
000240*
000241        77  WS-TOTAL-LINHA             PIC 9(7) VALUE ZERO.
000242*
000243        01  WS-LINHA-GUARDADA          PIC X(80) VALUE SPACES.
000244*
000245        01  WS-LINHA-SECAO-REJ.
000246            05  FILLER                PIC X(34)
000247                  VALUE "REJEITOS DO PERIODO POR MOTIVO    ".
000248*
000249        01  WS-LINHA-SECAO-ORIG.
000250            05  FILLER                PIC X(34)
000251                  VALUE "EXECUCOES DO PERIODO POR ORIGEM   ".
000252*
000253        01  WS-LINHA-ORIGEM.
000254            05  FILLER                PIC X(7)  VALUE "ORIGEM ".
000255            05  WS-ORI-CODIGO         PIC X(4).
000256            05  FILLER                PIC X(2)  VALUE ": ".
000257            05  WS-ORI-QTD            PIC ZZZ.ZZ9.
000258*
000259        01  WS-LINHA-SECAO-PESSOAS.
000260            05  FILLER                PIC X(34)
000261                  VALUE "GRAVACOES DO COBOL004 NO PERIODO  ".
000262*
000263        01  WS-LINHA-PESSOAS.
000264            05  WS-PES-ROTULO         PIC X(32).
000265            05  FILLER                PIC X(2)  VALUE ": ".
000266            05  WS-PES-QTD            PIC ZZZ.ZZ9.
000267*
000268        01  WS-LINHA-MOTIVO.
000269            05  FILLER                PIC X(7)  VALUE "MOTIVO ".
000270            05  WS-MOT-CODIGO         PIC X(2).
000271            05  FILLER                PIC X(3)  VALUE " - ".
000272            05  WS-MOT-DESCRICAO      PIC X(22).
000273            05  FILLER                PIC X(2)  VALUE ": ".
000274            05  WS-MOT-QTD            PIC ZZZ.ZZ9.
000275*
000276        01  WS-LINHA-TOTAL-GERAL.
000277            05  FILLER                PIC X(26)
000278                  VALUE "EXECUCOES NO PERIODO    : ".
000279            05  WS-TOT-EXECUCOES      PIC ZZZ.ZZ9.
000280            05  FILLER                PIC X(15)
000281                  VALUE "   REJEITOS : ".
000282            05  WS-TOT-REJEITOS       PIC ZZZ.ZZ9.
000283*
000284***************************
000285        LINKAGE SECTION.
000286***************************
000287*
000288        COPY "PARMREC.cpy".
000289*
000290        PROCEDURE DIVISION USING LK-PARM-RECORD.
000291*
000292            MOVE WS-RC-NORMAL TO RETURN-CODE.
000293*
000294            IF LK-PARM-LENGTH >= 16
000295               AND LK-PARM-NAME(1:8) IS NUMERIC
000296               AND LK-PARM-NAME(9:8) IS NUMERIC
000297                MOVE LK-PARM-NAME(1:8) TO WS-DATA-INICIAL
000298                MOVE LK-PARM-NAME(9:8) TO WS-DATA-FINAL
000299            ELSE
000300                DISPLAY 'ERRO: PARM SEM PERIODO VALIDO - '
000301                    'ESPERADO AAAAMMDDAAAAMMDD'
000302                MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
000303            END-IF.
000304*
000305            IF RETURN-CODE < WS-RC-ERRO-DADOS
000306                OPEN OUTPUT REPORT-OUT
000307                IF WS-FS-REPORT NOT = "00"
000308                    DISPLAY 'ERRO SEVERO AO ABRIR RELSUMAR - FS='
000309                        WS-FS-REPORT
000310                    MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000311                ELSE
000312                    MOVE WS-DATA-INICIAL TO WS-CAB1-DATA-INI
000313                    MOVE WS-DATA-FINAL   TO WS-CAB1-DATA-FIM
000314*
000315                    PERFORM 1000-ACUMULAR-AUDITLOG
000316                    PERFORM 2000-CONTAR-REJEITOS
000317                    PERFORM 3000-EMITIR-RESUMO
000318*
000319                    IF WS-CONT-EXEC-PERIODO = ZERO
000320                       AND WS-CONT-REJ-PERIODO = ZERO
000321                       AND RETURN-CODE < WS-RC-AVISO
000322                        MOVE WS-RC-AVISO TO RETURN-CODE
000323                    END-IF
000324*
000325                    CLOSE REPORT-OUT
000326                END-IF
000327            END-IF.
000328*
000329            GOBACK.
000330*
000331**----------------------------------------------------------------*
000332        1000-ACUMULAR-AUDITLOG.
000333**----------------------------------------------------------------*
000334*    ACUMULA NA TABELA (DATA + PROGRAMA) AS EXECUCOES DO PERIODO
000335*    QUEBRADAS POR RETURN-CODE. A TABELA E PREENCHIDA NA ORDEM
000336*    EM QUE AS DATAS APARECEM NO AUDITLOG, QUE E CRONOLOGICA POR
000337*    CONSTRUCAO (GRAVACAO SEMPRE EM EXTEND).
000338*
000339            PERFORM 1050-ABRIR-PESSOAS.
000340            OPEN INPUT AUDIT-LOG.
000341*
000342            IF WS-FS-AUDIT = "00"
000343                PERFORM UNTIL WS-ACABOU-ARQUIVO
000344                    READ AUDIT-LOG
000345                        AT END
000346                            SET WS-ACABOU-ARQUIVO TO TRUE
000347                        NOT AT END
000348                            IF AR-DATA-EXECUCAO >=
000349                                    WS-DATA-INICIAL
000350                               AND AR-DATA-EXECUCAO <=
000351                                    WS-DATA-FINAL
000352                                PERFORM 1100-ACUMULAR-EXECUCAO
000353                            END-IF
000354                    END-READ
000355                END-PERFORM
000356            END-IF.
000357*
000358            CLOSE AUDIT-LOG.
000359*
000360            IF WS-PESSOAS-DISPONIVEL
000361                CLOSE PERSON-XREF
000362            END-IF.
000363            IF WS-CATALOGO-DISPONIVEL
000364                CLOSE CATALOG-FILE
000365            END-IF.
000366*
000367**----------------------------------------------------------------*
000368        1050-ABRIR-PESSOAS.
000369**----------------------------------------------------------------*
000370*    A REFERENCIA CRUZADA E O CATALOGO SO REFINAM A CONTAGEM DE
000371*    PESSOAS: SE UM DELES NAO ABRIR, O RESUMO SAI ASSIM MESMO,
000372*    COM AVISO NA CONSOLA, E A GRAFIA FAZ AS VEZES DA PESSOA.
000373*
000374            OPEN INPUT PERSON-XREF.
000375*
000376            IF WS-FS-PESSOAS = "00" OR WS-FS-PESSOAS = "05"
000377                SET WS-PESSOAS-DISPONIVEL TO TRUE
000378            ELSE
000379                DISPLAY 'AVISO: PESSOAS INDISPONIVEL - FS='
000380                    WS-FS-PESSOAS
000381            END-IF.
000382*
000383            OPEN INPUT CATALOG-FILE.
000384*
000385            IF WS-FS-CATALOGO = "00" OR WS-FS-CATALOGO = "05"
000386                SET WS-CATALOGO-DISPONIVEL TO TRUE
000387            ELSE
000388                DISPLAY 'AVISO: CATALOGO INDISPONIVEL - FS='
000389                    WS-FS-CATALOGO
000390            END-IF.
000391*
000392**----------------------------------------------------------------*
000393        1100-ACUMULAR-EXECUCAO.
000394**----------------------------------------------------------------*
000395            ADD 1 TO WS-CONT-EXEC-PERIODO.
000396            PERFORM 1150-ACUMULAR-ORIGEM.
000397*
000398            IF AR-PROGRAM-ID = "COBOL004"
000399               AND AR-RETURN-CODE < WS-RC-LIMITE-SUCESSO
000400                ADD 1 TO WS-CONT-GRAVACOES
000401                PERFORM 1300-ACUMULAR-NOME
000402                PERFORM 1400-ACUMULAR-PESSOA
000403            END-IF.
000404            PERFORM 1200-LOCALIZAR-ENTRADA.
000405*
000406            IF WS-RESUMO-NA-TABELA
000407                EVALUATE AR-RETURN-CODE
000408                    WHEN ZERO
000409                        ADD 1 TO WS-TAB-RES-RC00(WS-IDX-ACHADO)
000410                    WHEN 4
000411                        ADD 1 TO WS-TAB-RES-RC04(WS-IDX-ACHADO)
000412                    WHEN 8
000413                        ADD 1 TO WS-TAB-RES-RC08(WS-IDX-ACHADO)
000414                    WHEN OTHER
000415                        ADD 1 TO WS-TAB-RES-RC16(WS-IDX-ACHADO)
000416                END-EVALUATE
000417            ELSE
000418                ADD 1 TO WS-CONT-FORA-TABELA
000419            END-IF.
000420*
000421**----------------------------------------------------------------*
000422        1150-ACUMULAR-ORIGEM.
000423**----------------------------------------------------------------*
000424*    ACUMULA AS EXECUCOES DO PERIODO POR CODIGO DE ORIGEM
000425*    (AR-ORIGEM), PARA A QUEBRA POR ORIGEM PEDIDA PELA AREA DE
000426*    PLANEJAMENTO; ORIGENS ALEM DA CAPACIDADE DA TABELA SO
000427*    ENTRAM NO TOTAL, COM LINHA DE SOBRA NO RELATORIO.
000428*
000429            MOVE "N" TO WS-ORIG-ACHOU.
000430*
000431            PERFORM VARYING WS-IDX-ORIGENS FROM 1 BY 1
000432                    UNTIL WS-IDX-ORIGENS > WS-CONT-TABELA-ORIGENS
000433                       OR WS-ORIGEM-NA-TABELA
000434                IF WS-TAB-ORIG-CODIGO(WS-IDX-ORIGENS) = AR-ORIGEM
000435                    SET WS-ORIGEM-NA-TABELA TO TRUE
000436                    MOVE WS-IDX-ORIGENS TO WS-IDX-ORIG-ACHADA
000437                END-IF
000438            END-PERFORM.
000439*
000440            IF WS-ORIGEM-NA-TABELA
000441                ADD 1 TO WS-TAB-ORIG-QTD(WS-IDX-ORIG-ACHADA)
000442            ELSE
000443                IF WS-CONT-TABELA-ORIGENS < WS-MAX-TABELA-ORIGENS
000444                    ADD 1 TO WS-CONT-TABELA-ORIGENS
000445                    MOVE AR-ORIGEM TO WS-TAB-ORIG-CODIGO
000446                        (WS-CONT-TABELA-ORIGENS)
000447                    MOVE 1 TO WS-TAB-ORIG-QTD
000448                        (WS-CONT-TABELA-ORIGENS)
000449                ELSE
000450                    ADD 1 TO WS-CONT-FORA-ORIGENS
000451                END-IF
000452            END-IF.
000453*
000454**----------------------------------------------------------------*
000455        1200-LOCALIZAR-ENTRADA.
000456**----------------------------------------------------------------*
000457*    PROCURA (OU ABRE) A ENTRADA DA TABELA PARA O PAR DATA +
000458*    PROGRAMA DO REGISTRO DE AUDITORIA CORRENTE. EXECUCOES ALEM
000459*    DA CAPACIDADE DA TABELA SAO APENAS CONTADAS NO TOTAL, COM
000460*    LINHA DE AVISO NO RELATORIO.
000461*
000462            MOVE "N" TO WS-RESUMO-ACHOU.
000463*
000464            PERFORM VARYING WS-IDX-RESUMO FROM 1 BY 1
000465                    UNTIL WS-IDX-RESUMO > WS-CONT-TABELA-RESUMO
000466                       OR WS-RESUMO-NA-TABELA
000467                IF WS-TAB-RES-DATA(WS-IDX-RESUMO)
000468                       = AR-DATA-EXECUCAO
000469                   AND WS-TAB-RES-PROG(WS-IDX-RESUMO)
000470                       = AR-PROGRAM-ID
000471                    SET WS-RESUMO-NA-TABELA TO TRUE
000472                    MOVE WS-IDX-RESUMO TO WS-IDX-ACHADO
000473                END-IF
000474            END-PERFORM.
000475*
000476            IF WS-RESUMO-NA-TABELA
000477                CONTINUE
000478            ELSE
000479                IF WS-CONT-TABELA-RESUMO < WS-MAX-TABELA-RESUMO
000480                    ADD 1 TO WS-CONT-TABELA-RESUMO
000481                    MOVE WS-CONT-TABELA-RESUMO TO WS-IDX-ACHADO
000482                    MOVE AR-DATA-EXECUCAO
000483                        TO WS-TAB-RES-DATA(WS-IDX-ACHADO)
000484                    MOVE AR-PROGRAM-ID
000485                        TO WS-TAB-RES-PROG(WS-IDX-ACHADO)
000486                    MOVE ZERO
000487                        TO WS-TAB-RES-RC00(WS-IDX-ACHADO)
000488                    MOVE ZERO
000489                        TO WS-TAB-RES-RC04(WS-IDX-ACHADO)
000490                    MOVE ZERO
000491                        TO WS-TAB-RES-RC08(WS-IDX-ACHADO)
000492                    MOVE ZERO
000493                        TO WS-TAB-RES-RC16(WS-IDX-ACHADO)
000494                    SET WS-RESUMO-NA-TABELA TO TRUE
000495                END-IF
000496            END-IF.
000497*
000498**----------------------------------------------------------------*
000499        1300-ACUMULAR-NOME.
000500**----------------------------------------------------------------*
000501            MOVE "N" TO WS-NOME-ACHOU.
000502*
000503            PERFORM VARYING WS-IDX-NOMES FROM 1 BY 1
000504                    UNTIL WS-IDX-NOMES > WS-CONT-TABELA-NOMES
000505                       OR WS-NOME-NA-TABELA
000506                IF WS-TAB-NOME(WS-IDX-NOMES) = AR-VALOR-RECEBIDO
000507                    SET WS-NOME-NA-TABELA TO TRUE
000508                END-IF
000509            END-PERFORM.
000510*
000511            IF NOT WS-NOME-NA-TABELA
000512                IF WS-CONT-TABELA-NOMES < WS-MAX-TABELA-NOMES
000513                    ADD 1 TO WS-CONT-TABELA-NOMES
000514                    MOVE AR-VALOR-RECEBIDO
000515                        TO WS-TAB-NOME(WS-CONT-TABELA-NOMES)
000516                ELSE
000517                    ADD 1 TO WS-CONT-FORA-NOMES
000518                END-IF
000519            END-IF.
000520*
000521**----------------------------------------------------------------*
000522        1400-ACUMULAR-PESSOA.
000523**----------------------------------------------------------------*
000524*    A PESSOA DO MR-ID NA REFERENCIA CRUZADA; SE O MR-ID NAO
000525*    ESTA LIGADO, A PESSOA DA GRAFIA NO CATALOGO (A MESMA REGRA
000526*    DO COBOL013); SEM NENHUMA DAS DUAS, A PROPRIA GRAFIA.
000527*
000528            MOVE ZERO TO WS-PESSOA-DO-ID.
000529*
000530            IF WS-PESSOAS-DISPONIVEL
000531                MOVE AR-ID TO PX-ID
000532                READ PERSON-XREF
000533                    INVALID KEY
000534                        CONTINUE
000535                    NOT INVALID KEY
000536                        MOVE PX-PESSOA TO WS-PESSOA-DO-ID
000537                END-READ
000538            END-IF.
000539*
000540            IF WS-PESSOA-DO-ID = ZERO
000541               AND WS-CATALOGO-DISPONIVEL
000542                MOVE AR-VALOR-RECEBIDO TO CT-NOME
000543                READ CATALOG-FILE
000544                    INVALID KEY
000545                        CONTINUE
000546                    NOT INVALID KEY
000547                        MOVE CT-PESSOA TO WS-PESSOA-DO-ID
000548                END-READ
000549            END-IF.
000550*
000551            IF WS-PESSOA-DO-ID = ZERO
000552                MOVE "N" TO WS-CHP-TIPO
000553                MOVE AR-VALOR-RECEBIDO TO WS-CHP-VALOR
000554            ELSE
000555                MOVE "P" TO WS-CHP-TIPO
000556                MOVE WS-PESSOA-DO-ID TO WS-CHP-VALOR
000557            END-IF.
000558*
000559            MOVE "N" TO WS-PESSOA-ACHOU.
000560*
000561            PERFORM VARYING WS-IDX-PESSOAS FROM 1 BY 1
000562                    UNTIL WS-IDX-PESSOAS > WS-CONT-TABELA-PESSOAS
000563                       OR WS-PESSOA-NA-TABELA
000564                IF WS-TAB-PESSOA(WS-IDX-PESSOAS) = WS-CHAVE-PESSOA
000565                    SET WS-PESSOA-NA-TABELA TO TRUE
000566                END-IF
000567            END-PERFORM.
000568*
000569            IF NOT WS-PESSOA-NA-TABELA
000570                IF WS-CONT-TABELA-PESSOAS < WS-MAX-TABELA-PESSOAS
000571                    ADD 1 TO WS-CONT-TABELA-PESSOAS
000572                    MOVE WS-CHAVE-PESSOA
000573                        TO WS-TAB-PESSOA(WS-CONT-TABELA-PESSOAS)
000574                ELSE
000575                    ADD 1 TO WS-CONT-FORA-PESSOAS
000576                END-IF
000577            END-IF.
000578*
000579**----------------------------------------------------------------*
000580        2000-CONTAR-REJEITOS.
000581**----------------------------------------------------------------*
000582*    CONTA OS REGISTROS DO ARQUIVO REJEITO DENTRO DO PERIODO,
000583*    POR CODIGO DE MOTIVO.
000584*
000585            MOVE "N" TO WS-ARQUIVO-FIM.
000586            OPEN INPUT REJECT-FILE.
000587*
000588            IF WS-FS-REJECT = "00"
000589                PERFORM UNTIL WS-ACABOU-ARQUIVO
000590                    READ REJECT-FILE
000591                        AT END
000592                            SET WS-ACABOU-ARQUIVO TO TRUE
000593                        NOT AT END
000594                            IF RJ-DATA-EXECUCAO >=
000595                                    WS-DATA-INICIAL
000596                               AND RJ-DATA-EXECUCAO <=
000597                                    WS-DATA-FINAL
000598                                ADD 1 TO WS-CONT-REJ-PERIODO
000599                                EVALUATE TRUE
000600                                    WHEN RJ-MOTIVO-BRANCO
000601                                        ADD 1 TO
000602                                          WS-CONT-REJ-MOTIVO-01
000603                                    WHEN
000604                                      RJ-MOTIVO-NAO-IMPRIMIVEL
000605                                        ADD 1 TO
000606                                          WS-CONT-REJ-MOTIVO-02
000607                                    WHEN OTHER
000608                                        ADD 1 TO
000609                                          WS-CONT-REJ-OUTROS
000610                                END-EVALUATE
000611                            END-IF
000612                    END-READ
000613                END-PERFORM
000614            END-IF.
000615*
000616            CLOSE REJECT-FILE.
000617*
000618**----------------------------------------------------------------*
000619        3000-EMITIR-RESUMO.
000620**----------------------------------------------------------------*
000621*    EMITE A SECAO DE EXECUCOES (UMA LINHA POR DATA + PROGRAMA)
000622*    E A SECAO DE REJEITOS POR MOTIVO, COM PAGINACAO NO MESMO
000623*    PADRAO DO COBOL005.
000624*
000625            PERFORM VARYING WS-IDX-RESUMO FROM 1 BY 1
000626                    UNTIL WS-IDX-RESUMO > WS-CONT-TABELA-RESUMO
000627                PERFORM 3500-IMPRIMIR-LINHA-RESUMO
000628            END-PERFORM.
000629*
000630            IF WS-CONT-FORA-TABELA > ZERO
000631                MOVE SPACES TO WS-LINHA-RELATORIO
000632                STRING 'EXECUCOES ALEM DA TABELA (SO NO TOTAL)'
000633                           DELIMITED SIZE
000634                       ' : ' DELIMITED SIZE
000635                       WS-CONT-FORA-TABELA DELIMITED SIZE
000636                       INTO WS-LINHA-RELATORIO
000637                PERFORM 8000-GRAVAR-LINHA
000638            END-IF.
000639*
000640            PERFORM 8500-GRAVAR-LINHA-BRANCO.
000641            MOVE WS-LINHA-SECAO-ORIG TO WS-LINHA-RELATORIO.
000642            PERFORM 8000-GRAVAR-LINHA.
000643*
000644            PERFORM VARYING WS-IDX-ORIGENS FROM 1 BY 1
000645                    UNTIL WS-IDX-ORIGENS > WS-CONT-TABELA-ORIGENS
000646                MOVE WS-TAB-ORIG-CODIGO(WS-IDX-ORIGENS)
000647                    TO WS-ORI-CODIGO
000648                MOVE WS-TAB-ORIG-QTD(WS-IDX-ORIGENS)
000649                    TO WS-ORI-QTD
000650                MOVE WS-LINHA-ORIGEM TO WS-LINHA-RELATORIO
000651                PERFORM 8000-GRAVAR-LINHA
000652            END-PERFORM.
000653*
000654            IF WS-CONT-FORA-ORIGENS > ZERO
000655                MOVE "+SOB" TO WS-ORI-CODIGO
000656                MOVE WS-CONT-FORA-ORIGENS TO WS-ORI-QTD
000657                MOVE WS-LINHA-ORIGEM TO WS-LINHA-RELATORIO
000658                PERFORM 8000-GRAVAR-LINHA
000659            END-IF.
000660*
000661            PERFORM 8500-GRAVAR-LINHA-BRANCO.
000662            MOVE WS-LINHA-SECAO-PESSOAS TO WS-LINHA-RELATORIO.
000663            PERFORM 8000-GRAVAR-LINHA.
000664*
000665            MOVE "GRAVACOES NO MESTRE" TO WS-PES-ROTULO.
000666            MOVE WS-CONT-GRAVACOES TO WS-PES-QTD.
000667            MOVE WS-LINHA-PESSOAS TO WS-LINHA-RELATORIO.
000668            PERFORM 8000-GRAVAR-LINHA.
000669*
000670            MOVE "NOMES DISTINTOS" TO WS-PES-ROTULO.
000671            MOVE WS-CONT-TABELA-NOMES TO WS-PES-QTD.
000672            MOVE WS-LINHA-PESSOAS TO WS-LINHA-RELATORIO.
000673            PERFORM 8000-GRAVAR-LINHA.
000674*
000675            MOVE "PESSOAS DISTINTAS" TO WS-PES-ROTULO.
000676            MOVE WS-CONT-TABELA-PESSOAS TO WS-PES-QTD.
000677            MOVE WS-LINHA-PESSOAS TO WS-LINHA-RELATORIO.
000678            PERFORM 8000-GRAVAR-LINHA.
000679*
000680            IF WS-CONT-FORA-NOMES > ZERO
000681               OR WS-CONT-FORA-PESSOAS > ZERO
000682                MOVE "+SOB NOMES ALEM DA TABELA" TO WS-PES-ROTULO
000683                MOVE WS-CONT-FORA-NOMES TO WS-PES-QTD
000684                MOVE WS-LINHA-PESSOAS TO WS-LINHA-RELATORIO
000685                PERFORM 8000-GRAVAR-LINHA
000686                MOVE "+SOB PESSOAS ALEM DA TABELA"
000687                    TO WS-PES-ROTULO
000688                MOVE WS-CONT-FORA-PESSOAS TO WS-PES-QTD
000689                MOVE WS-LINHA-PESSOAS TO WS-LINHA-RELATORIO
000690                PERFORM 8000-GRAVAR-LINHA
000691            END-IF.
000692*
000693            PERFORM 8500-GRAVAR-LINHA-BRANCO.
000694            MOVE WS-LINHA-SECAO-REJ TO WS-LINHA-RELATORIO.
000695            PERFORM 8000-GRAVAR-LINHA.
000696*
000697            MOVE "01" TO WS-MOT-CODIGO.
000698            MOVE "NOME EM BRANCO" TO WS-MOT-DESCRICAO.
000699            MOVE WS-CONT-REJ-MOTIVO-01 TO WS-MOT-QTD.
000700            MOVE WS-LINHA-MOTIVO TO WS-LINHA-RELATORIO.
000701            PERFORM 8000-GRAVAR-LINHA.
000702*
000703            MOVE "02" TO WS-MOT-CODIGO.
000704            MOVE "CARACTERE NAO IMPRESSO" TO WS-MOT-DESCRICAO.
000705            MOVE WS-CONT-REJ-MOTIVO-02 TO WS-MOT-QTD.
000706            MOVE WS-LINHA-MOTIVO TO WS-LINHA-RELATORIO.
000707            PERFORM 8000-GRAVAR-LINHA.
000708*
000709            IF WS-CONT-REJ-OUTROS > ZERO
000710                MOVE "??" TO WS-MOT-CODIGO
000711                MOVE "MOTIVO DESCONHECIDO" TO WS-MOT-DESCRICAO
000712                MOVE WS-CONT-REJ-OUTROS TO WS-MOT-QTD
000713                MOVE WS-LINHA-MOTIVO TO WS-LINHA-RELATORIO
000714                PERFORM 8000-GRAVAR-LINHA
000715            END-IF.
000716*
000717            PERFORM 8500-GRAVAR-LINHA-BRANCO.
000718            MOVE WS-CONT-EXEC-PERIODO TO WS-TOT-EXECUCOES.
000719            MOVE WS-CONT-REJ-PERIODO  TO WS-TOT-REJEITOS.
000720            MOVE WS-LINHA-TOTAL-GERAL TO WS-LINHA-RELATORIO.
000721            PERFORM 8000-GRAVAR-LINHA.
000722*
000723**----------------------------------------------------------------*
000724        3500-IMPRIMIR-LINHA-RESUMO.
000725**----------------------------------------------------------------*
000726            MOVE WS-TAB-RES-DATA(WS-IDX-RESUMO) TO WS-DET-DATA.
000727            MOVE WS-TAB-RES-PROG(WS-IDX-RESUMO) TO WS-DET-PROG.
000728            MOVE WS-TAB-RES-RC00(WS-IDX-RESUMO) TO WS-DET-RC00.
000729            MOVE WS-TAB-RES-RC04(WS-IDX-RESUMO) TO WS-DET-RC04.
000730            MOVE WS-TAB-RES-RC08(WS-IDX-RESUMO) TO WS-DET-RC08.
000731            MOVE WS-TAB-RES-RC16(WS-IDX-RESUMO) TO WS-DET-RC16.
000732*
000733            COMPUTE WS-TOTAL-LINHA =
000734                    WS-TAB-RES-RC00(WS-IDX-RESUMO)
000735                  + WS-TAB-RES-RC04(WS-IDX-RESUMO)
000736                  + WS-TAB-RES-RC08(WS-IDX-RESUMO)
000737                  + WS-TAB-RES-RC16(WS-IDX-RESUMO).
000738            MOVE WS-TOTAL-LINHA TO WS-DET-TOTAL.
000739*
000740            MOVE WS-LINHA-DETALHE TO WS-LINHA-RELATORIO.
000741            PERFORM 8000-GRAVAR-LINHA.
000742*
000743**----------------------------------------------------------------*
000744        8000-GRAVAR-LINHA.
000745**----------------------------------------------------------------*
000746*    GRAVA A LINHA CORRENTE CONTROLANDO A PAGINACAO: NO TOPO DE
000747*    CADA PAGINA SAI O CABECALHO COM O PERIODO E O NUMERO DA
000748*    PAGINA, NO MESMO PADRAO DO COBOL005.
000749*
000750            IF WS-CONT-LINHAS-PAGINA >= WS-LINHAS-POR-PAGINA
000751               OR WS-CONT-LINHAS-PAGINA = ZERO
000752                MOVE WS-LINHA-RELATORIO TO WS-LINHA-GUARDADA
000753                PERFORM 8900-IMPRIMIR-CABECALHO
000754                MOVE WS-LINHA-GUARDADA TO WS-LINHA-RELATORIO
000755            END-IF.
000756*
000757            WRITE WS-LINHA-RELATORIO.
000758            ADD 1 TO WS-CONT-LINHAS-PAGINA.
000759*
000760**----------------------------------------------------------------*
000761        8500-GRAVAR-LINHA-BRANCO.
000762**----------------------------------------------------------------*
000763            MOVE SPACES TO WS-LINHA-RELATORIO.
000764            PERFORM 8000-GRAVAR-LINHA.
000765*
000766**----------------------------------------------------------------*
000767        8900-IMPRIMIR-CABECALHO.
000768**----------------------------------------------------------------*
000769            ADD 1 TO WS-NUM-PAGINA.
000770            MOVE WS-NUM-PAGINA TO WS-CAB1-PAGINA.
000771*
000772            IF WS-NUM-PAGINA > 1
000773                MOVE SPACES TO WS-LINHA-RELATORIO
000774                WRITE WS-LINHA-RELATORIO
000775                    BEFORE ADVANCING PAGE
000776            END-IF.
000777*
000778            WRITE WS-LINHA-RELATORIO FROM WS-CABECALHO-1.
000779            WRITE WS-LINHA-RELATORIO FROM WS-CABECALHO-2.
000780            MOVE SPACES TO WS-LINHA-RELATORIO.
000781            WRITE WS-LINHA-RELATORIO.
000782            WRITE WS-LINHA-RELATORIO FROM WS-CABECALHO-COLUNAS.
000783*
000784            MOVE ZERO TO WS-CONT-LINHAS-PAGINA.
000785*
000786        END PROGRAM COBOL012.
000787* FIM DO PROGRAMA ****************************
