000001******************************************************************
000002* DATA     : 15/10/2026
000003* AUTOR    : FRANCINE NUNES MOYSES
000004* OBJETIVO : CONFERENCIA DOS RECIBOS DAS REMESSAS DAS AGENCIAS.
000005*            CADA REMESSA GERADA PELO COBOL027 FICA NO LOG REMLOG
000006*            (COPY REMLREC); A AGENCIA DEVOLVE UM RECIBO POR
000007*            REMESSA RECEBIDA, UMA LINHA NO ARQUIVO RECIBOS NO
000008*            FORMATO
000009*                RECIBO;ORIG;AAAAMMDD;NNNNNN;NNNNNN
000010*            (ORIGEM, DATA-MOVIMENTO DO CABECALHO, SEQUENCIA DO
000011*            CABECALHO E QUANTIDADE DE DETALHES QUE ELA CONTOU).
000012*            O PROGRAMA CASA RECIBO E REMESSA POR ORIGEM +
000013*            SEQUENCIA E LISTA NO RELATORIO RELRECIB:
000014*              - REMESSA SEM RECIBO HA MAIS DIAS QUE A CARENCIA
000015*                (PARM POSICOES 1-3, PADRAO 002);
000016*              - RECIBO COM QUANTIDADE OU DATA DIFERENTE DA
000017*                REMESSA;
000018*              - RECIBO SEM REMESSA CORRESPONDENTE NO LOG;
000019*              - RECIBO DUPLICADO (MAIS RECIBOS QUE GERACOES DA
000020*                REMESSA NO LOG);
000021*              - LINHA DE RECIBO FORA DO FORMATO.
000022*            SO ENTRAM NA CONFERENCIA AS REMESSAS E OS RECIBOS DOS
000023*            ULTIMOS N DIAS (PARM POSICOES 4-6, PADRAO 030),
000024*            CONTADOS DA DATA-MOVIMENTO DO CARTAO DATAPROC. O
000025*            ARQUIVO RECIBOS E ACUMULATIVO: RECIBO DE DATA MAIS
000026*            ANTIGA QUE A JANELA SO E CONTADO COMO FORA DA JANELA,
000027*            SEM VIRAR EXCECAO. REMESSA GERADA DE NOVO (REENVIO)
000028*            VALE PELA ULTIMA GERACAO DO LOG.
000029* CPD      : INEFE
000030******************************************************************
000031******************************************************************
000032* CONDICOES DE RETORNO (RETURN-CODE) DESTE PROGRAMA:
000033*     0000  =  TODAS AS REMESSAS VENCIDAS TEM RECIBO CONFERIDO
000034*     0004  =  AVISO - HA EXCECOES NO RELRECIB (SEM RECIBO,
000035*              QUANTIDADE DIVERGENTE, RECIBO SEM REMESSA, RECIBO
000036*              DUPLICADO OU LINHA INVALIDA)
000037*     0008  =  ERRO DE DADOS - TABELA DE REMESSAS CHEIA
000038*              (CONFERENCIA INCOMPLETA - REDUZIR A JANELA NO PARM)
000039*     0016  =  ERRO SEVERO - FALHA AO ABRIR UM DOS ARQUIVOS
000040******************************************************************
000041        IDENTIFICATION DIVISION.
000042**************************
000043        PROGRAM-ID. COBOL028.
000044        AUTHOR. FRANCINE NUNES MOYSES.
000045        DATE-WRITTEN. 26/10/15 @ 17:00:00.
000046        DATE-COMPILED. 2026-10-15.
000047        INSTALLATION. INEFE.
000048        SECURITY. NORMAL.
000049*
000050***********************
000051        ENVIRONMENT DIVISION.
000052***********************
000053*
000054        INPUT-OUTPUT SECTION.
000055*
000056        FILE-CONTROL.
000057            SELECT OPTIONAL FEED-LOG ASSIGN TO "REMLOG"
000058                ORGANIZATION IS SEQUENTIAL
000059                FILE STATUS IS WS-FS-REMLOG.
000060*
000061            SELECT OPTIONAL ACK-FILE ASSIGN TO "RECIBOS"
000062                ORGANIZATION IS SEQUENTIAL
000063                FILE STATUS IS WS-FS-RECIBOS.
000064*
000065            SELECT OPTIONAL DATE-CARD ASSIGN TO "DATAPROC"
000066                ORGANIZATION IS SEQUENTIAL
000067                FILE STATUS IS WS-FS-DATAPROC.
000068*
000069            SELECT ACK-RPT ASSIGN TO "RELRECIB"
000070                ORGANIZATION IS SEQUENTIAL
000071                FILE STATUS IS WS-FS-RELATORIO.
000072*
000073            SELECT MSG-FILE ASSIGN TO "MENSAGEM"
000074                ORGANIZATION IS SEQUENTIAL
000075                FILE STATUS IS WS-FS-MENSAGEM.
000076*
000077****************
000078        DATA DIVISION.
000079****************
000080*
000081        FILE SECTION.
000082*
000083        FD  FEED-LOG
000084            RECORDING MODE IS F.
000085        COPY "REMLREC.cpy".
000086*
000087        FD  ACK-FILE
000088            RECORDING MODE IS F.
000089        01  WS-LINHA-RECIBO             PIC X(80).
000090*
000091        FD  DATE-CARD
000092            RECORDING MODE IS F.
000093        COPY "DATPREC.cpy".
000094*
000095        FD  ACK-RPT
000096            RECORDING MODE IS F.
000097        01  WS-LINHA-RELATORIO          PIC X(80).
000098*
000099        FD  MSG-FILE
000100            RECORDING MODE IS F.
000101        COPY "MSGREC.cpy".
000102*
000103        WORKING-STORAGE SECTION.
000104*
000105        01  WS-CONDICAO-RETORNO.
000106            05  WS-RC-NORMAL             PIC 9(2) VALUE 00.
000107            05  WS-RC-AVISO              PIC 9(2) VALUE 04.
000108            05  WS-RC-ERRO-DADOS         PIC 9(2) VALUE 08.
000109            05  WS-RC-ERRO-SEVERO        PIC 9(2) VALUE 16.
000110*
000111        01  WS-FS-REMLOG               PIC X(2) VALUE SPACES.
000112        01  WS-FS-RECIBOS              PIC X(2) VALUE SPACES.
000113        01  WS-FS-DATAPROC             PIC X(2) VALUE SPACES.
000114        01  WS-FS-RELATORIO            PIC X(2) VALUE SPACES.
000115        01  WS-FS-MENSAGEM             PIC X(2) VALUE SPACES.
000116*
000117        01  WS-MSG-CODIGO-COMP.
000118            05  FILLER                  PIC X(2) VALUE "RC".
000119            05  WS-MSG-CODIGO-RC        PIC 9(2) VALUE ZERO.
000120        77  WS-MSG-SEVERIDADE          PIC X(1) VALUE "I".
000121        77  WS-MSG-TEXTO               PIC X(50) VALUE SPACES.
000122*
000123        01  WS-DATA-HORA-ATUAL.
000124            05  WS-DH-DATA              PIC 9(8).
000125            05  WS-DH-HORA              PIC 9(6).
000126            05  WS-DH-CENTESIMOS        PIC 9(2).
000127            05  WS-DH-DIFGMT            PIC X(5).
000128*
000129        77  WS-DIAS-CARENCIA           PIC 9(3) VALUE 002.
000130        77  WS-DIAS-JANELA             PIC 9(3) VALUE 030.
000131        77  WS-DIA-HOJE                PIC 9(7) VALUE ZERO.
000132        77  WS-DIA-REMESSA             PIC 9(7) VALUE ZERO.
000133        77  WS-DIA-RECIBO              PIC 9(7) VALUE ZERO.
000134        77  WS-IDADE-DIAS              PIC S9(7) VALUE ZERO.
000135*
000136        77  WS-LOG-FIM                 PIC X(1) VALUE "N".
000137            88  WS-ACABOU-LOG               VALUE "S".
000138        77  WS-RECIBO-FIM              PIC X(1) VALUE "N".
000139            88  WS-ACABOU-RECIBOS           VALUE "S".
000140*
000141*    REMESSAS DA JANELA, UMA POR ORIGEM + SEQUENCIA (O REENVIO
000142*    SOBREPOE A GERACAO ANTERIOR E CONTA MAIS UMA GERACAO, QUE
000143*    PODE TER O SEU PROPRIO RECIBO).
000144        77  WS-MAX-TABELA-REM          PIC 9(4) VALUE 500.
000145        77  WS-CONT-TABELA-REM         PIC 9(4) VALUE ZERO.
000146        77  WS-IDX-REM                 PIC 9(4) VALUE ZERO.
000147        77  WS-REM-ACHADA              PIC 9(4) VALUE ZERO.
000148*
000149        01  WS-TABELA-REMESSAS.
000150            05  WS-TAB-REMESSA         OCCURS 500 TIMES.
000151                10  WS-TAB-ORIGEM       PIC X(4).
000152                10  WS-TAB-DATA         PIC 9(8).
000153                10  WS-TAB-SEQUENCIA    PIC 9(6).
000154                10  WS-TAB-QTD          PIC 9(6).
000155                10  WS-TAB-RECIBOS      PIC 9(4).
000156                10  WS-TAB-GERACOES     PIC 9(4).
000157*
000158*    CAMPOS DA LINHA DE RECIBO SEPARADOS PELO ";".
000159        77  WS-RB-LITERAL              PIC X(10) VALUE SPACES.
000160        77  WS-RB-ORIGEM               PIC X(4) VALUE SPACES.
000161        77  WS-RB-DATA-X               PIC X(10) VALUE SPACES.
000162        77  WS-RB-SEQ-X                PIC X(10) VALUE SPACES.
000163        77  WS-RB-QTD-X                PIC X(10) VALUE SPACES.
000164        77  WS-RB-DATA                 PIC 9(8) VALUE ZERO.
000165        77  WS-RB-SEQUENCIA            PIC 9(6) VALUE ZERO.
000166        77  WS-RB-QTD                  PIC 9(6) VALUE ZERO.
000167*
000168        77  WS-CONT-LOG-LIDOS          PIC 9(6) VALUE ZERO.
000169        77  WS-CONT-RECIBOS-LIDOS      PIC 9(6) VALUE ZERO.
000170        77  WS-CONT-CONFERIDOS         PIC 9(6) VALUE ZERO.
000171        77  WS-CONT-DIVERGENTES        PIC 9(6) VALUE ZERO.
000172        77  WS-CONT-SEM-REMESSA        PIC 9(6) VALUE ZERO.
000173        77  WS-CONT-DUPLICADOS         PIC 9(6) VALUE ZERO.
000174        77  WS-CONT-FORA-JANELA        PIC 9(6) VALUE ZERO.
000175        77  WS-CONT-INVALIDOS          PIC 9(6) VALUE ZERO.
000176        77  WS-CONT-SEM-RECIBO         PIC 9(6) VALUE ZERO.
000177        77  WS-CONT-AGUARDANDO         PIC 9(6) VALUE ZERO.
000178        77  WS-CONT-EXCECOES           PIC 9(6) VALUE ZERO.
000179*
000180        01  WS-LINHA-TITULO.
000181            05  FILLER                PIC X(40)
000182                  VALUE "CONFERENCIA DE RECIBOS DAS REMESSAS - ".
000183            05  FILLER                PIC X(11)
000184                  VALUE "DATAPROC : ".
000185            05  WS-TIT-DATA           PIC 9(8).
000186            05  FILLER                PIC X(21) VALUE SPACES.
000187*
000188        01  WS-LINHA-COLUNAS.
000189            05  FILLER                PIC X(40)
000190                  VALUE "ORIG MOVIMENTO SEQ    REMESSA RECIBO   ".
000191            05  FILLER                PIC X(40)
000192                  VALUE "SITUACAO".
000193*
000194        01  WS-LINHA-DETALHE.
000195            05  WS-DET-ORIGEM         PIC X(4).
000196            05  FILLER                PIC X(1)  VALUE SPACE.
000197            05  WS-DET-DATA           PIC 9(8).
000198            05  FILLER                PIC X(2)  VALUE SPACES.
000199            05  WS-DET-SEQUENCIA      PIC 9(6).
000200            05  FILLER                PIC X(1)  VALUE SPACE.
000201            05  WS-DET-QTD-REMESSA    PIC ZZZZZ9.
000202            05  FILLER                PIC X(2)  VALUE SPACES.
000203            05  WS-DET-QTD-RECIBO     PIC ZZZZZ9.
000204            05  FILLER                PIC X(3)  VALUE SPACES.
000205            05  WS-DET-SITUACAO       PIC X(41).
000206*
000207        01  WS-LINHA-INVALIDA.
000208            05  FILLER                PIC X(17)
000209                  VALUE "RECIBO INVALIDO: ".
000210            05  WS-INV-TEXTO          PIC X(63).
000211*
000212        01  WS-LINHA-CONTAGEM.
000213            05  WS-CON-ROTULO         PIC X(30).
000214            05  FILLER                PIC X(2)  VALUE ": ".
000215            05  WS-CON-QTD            PIC ZZZZZ9.
000216*
000217***************************
000218        LINKAGE SECTION.
000219***************************
000220*
000221        COPY "PARMREC.cpy".
000222*
000223        PROCEDURE DIVISION USING LK-PARM-RECORD.
000224*
000225            MOVE WS-RC-NORMAL TO RETURN-CODE.
000226*
000227            IF LK-PARM-LENGTH >= 3
000228               AND LK-PARM-NAME(1:3) IS NUMERIC
000229                MOVE LK-PARM-NAME(1:3) TO WS-DIAS-CARENCIA
000230            END-IF.
000231*
000232            IF LK-PARM-LENGTH >= 6
000233               AND LK-PARM-NAME(4:3) IS NUMERIC
000234               AND LK-PARM-NAME(4:3) > "000"
000235                MOVE LK-PARM-NAME(4:3) TO WS-DIAS-JANELA
000236            END-IF.
000237*
000238            PERFORM 0050-OBTER-DATA-PROCESSO.
000239            COMPUTE WS-DIA-HOJE =
000240                FUNCTION INTEGER-OF-DATE(WS-DH-DATA).
000241*
000242            PERFORM 1000-ABRIR-ARQUIVOS.
000243*
000244            IF RETURN-CODE < WS-RC-ERRO-SEVERO
000245                PERFORM 2000-CARREGAR-REMESSAS
000246                PERFORM 3000-CONFERIR-RECIBOS
000247                PERFORM 4000-LISTAR-SEM-RECIBO
000248                PERFORM 9000-IMPRIMIR-RESUMO
000249*
000250                IF RETURN-CODE < WS-RC-AVISO
000251                   AND WS-CONT-EXCECOES > ZERO
000252                    MOVE WS-RC-AVISO TO RETURN-CODE
000253                END-IF
000254            END-IF.
000255*
000256            PERFORM 9700-REGISTRAR-RESULTADO.
000257*
000258            GOBACK.
000259*
000260**----------------------------------------------------------------*
000261        0050-OBTER-DATA-PROCESSO.
000262**----------------------------------------------------------------*
000263*    A IDADE DE CADA REMESSA E CONTADA DA DATA-MOVIMENTO DO
000264*    CARTAO DATAPROC, A MESMA QUE O COBOL027 POS NO CABECALHO;
000265*    SEM O CARTAO, VALE A DATA DA MAQUINA, COM AVISO NA CONSOLA.
000266*
000267            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
000268*
000269            OPEN INPUT DATE-CARD.
000270*
000271            IF WS-FS-DATAPROC = "00"
000272                READ DATE-CARD
000273                    AT END
000274                        DISPLAY 'AVISO: DATAPROC VAZIO - USANDO '
000275                            'A DATA DA MAQUINA'
000276                    NOT AT END
000277                        IF DP-DATA-PROCESSAMENTO IS NUMERIC
000278                           AND DP-DATA-PROCESSAMENTO > ZERO
000279                            MOVE DP-DATA-PROCESSAMENTO
000280                                TO WS-DH-DATA
000281                        ELSE
000282                            DISPLAY 'AVISO: DATAPROC INVALIDO - '
000283                                'USANDO A DATA DA MAQUINA'
000284                        END-IF
000285                END-READ
000286                CLOSE DATE-CARD
000287            ELSE
000288                DISPLAY 'AVISO: DATAPROC INDISPONIVEL - USANDO '
000289                    'A DATA DA MAQUINA'
000290            END-IF.
000291*
000292**----------------------------------------------------------------*
000293        1000-ABRIR-ARQUIVOS.
000294**----------------------------------------------------------------*
000295            OPEN INPUT FEED-LOG.
000296            OPEN INPUT ACK-FILE.
000297            OPEN OUTPUT ACK-RPT.
000298*
000299            IF (WS-FS-REMLOG NOT = "00"
000300                AND WS-FS-REMLOG NOT = "05")
000301               OR (WS-FS-RECIBOS NOT = "00"
000302                   AND WS-FS-RECIBOS NOT = "05")
000303               OR WS-FS-RELATORIO NOT = "00"
000304                DISPLAY 'ERRO SEVERO AO ABRIR ARQUIVOS - FS='
000305                    WS-FS-REMLOG ' ' WS-FS-RECIBOS ' '
000306                    WS-FS-RELATORIO
000307                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000308            ELSE
000309                MOVE WS-DH-DATA TO WS-TIT-DATA
000310                WRITE WS-LINHA-RELATORIO FROM WS-LINHA-TITULO
000311                MOVE SPACES TO WS-LINHA-RELATORIO
000312                WRITE WS-LINHA-RELATORIO
000313                WRITE WS-LINHA-RELATORIO FROM WS-LINHA-COLUNAS
000314            END-IF.
000315*
000316**----------------------------------------------------------------*
000317        2000-CARREGAR-REMESSAS.
000318**----------------------------------------------------------------*
000319*    CARREGA AS REMESSAS DA JANELA. O LOG E GRAVADO EM ORDEM DE
000320*    GERACAO, ENTAO UMA ORIGEM + SEQUENCIA REPETIDA (REENVIO)
000321*    SOBREPOE A ENTRADA ANTERIOR DA TABELA.
000322*
000323            PERFORM UNTIL WS-ACABOU-LOG
000324                READ FEED-LOG
000325                    AT END
000326                        SET WS-ACABOU-LOG TO TRUE
000327                    NOT AT END
000328                        ADD 1 TO WS-CONT-LOG-LIDOS
000329                        IF RL-DATA-MOVIMENTO IS NUMERIC
000330                           AND RL-DATA-MOVIMENTO > ZERO
000331                            COMPUTE WS-DIA-REMESSA =
000332                                FUNCTION INTEGER-OF-DATE
000333                                    (RL-DATA-MOVIMENTO)
000334                            COMPUTE WS-IDADE-DIAS =
000335                                WS-DIA-HOJE - WS-DIA-REMESSA
000336                            IF WS-IDADE-DIAS <= WS-DIAS-JANELA
000337                                PERFORM 2100-GUARDAR-REMESSA
000338                            END-IF
000339                        END-IF
000340                END-READ
000341            END-PERFORM.
000342*
000343            CLOSE FEED-LOG.
000344*
000345**----------------------------------------------------------------*
000346        2100-GUARDAR-REMESSA.
000347**----------------------------------------------------------------*
000348            MOVE ZERO TO WS-REM-ACHADA.
000349            PERFORM VARYING WS-IDX-REM FROM 1 BY 1
000350                    UNTIL WS-IDX-REM > WS-CONT-TABELA-REM
000351                       OR WS-REM-ACHADA > ZERO
000352                IF WS-TAB-ORIGEM(WS-IDX-REM) = RL-ORIGEM
000353                   AND WS-TAB-SEQUENCIA(WS-IDX-REM) = RL-SEQUENCIA
000354                    MOVE WS-IDX-REM TO WS-REM-ACHADA
000355                END-IF
000356            END-PERFORM.
000357*
000358            IF WS-REM-ACHADA = ZERO
000359                IF WS-CONT-TABELA-REM >= WS-MAX-TABELA-REM
000360                    IF RETURN-CODE < WS-RC-ERRO-DADOS
000361                        DISPLAY 'ERRO: MAIS DE ' WS-MAX-TABELA-REM
000362                            ' REMESSAS NA JANELA - CONFERENCIA '
000363                            'INCOMPLETA'
000364                        MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
000365                    END-IF
000366                ELSE
000367                    ADD 1 TO WS-CONT-TABELA-REM
000368                    MOVE WS-CONT-TABELA-REM TO WS-REM-ACHADA
000369                    MOVE ZERO TO WS-TAB-GERACOES(WS-REM-ACHADA)
000370                END-IF
000371            END-IF.
000372*
000373            IF WS-REM-ACHADA > ZERO
000374                MOVE RL-ORIGEM TO WS-TAB-ORIGEM(WS-REM-ACHADA)
000375                MOVE RL-DATA-MOVIMENTO
000376                    TO WS-TAB-DATA(WS-REM-ACHADA)
000377                MOVE RL-SEQUENCIA
000378                    TO WS-TAB-SEQUENCIA(WS-REM-ACHADA)
000379                MOVE RL-QTD-DETALHES
000380                    TO WS-TAB-QTD(WS-REM-ACHADA)
000381                MOVE ZERO TO WS-TAB-RECIBOS(WS-REM-ACHADA)
000382                ADD 1 TO WS-TAB-GERACOES(WS-REM-ACHADA)
000383            END-IF.
000384*
000385**----------------------------------------------------------------*
000386        3000-CONFERIR-RECIBOS.
000387**----------------------------------------------------------------*
000388            PERFORM UNTIL WS-ACABOU-RECIBOS
000389                READ ACK-FILE
000390                    AT END
000391                        SET WS-ACABOU-RECIBOS TO TRUE
000392                    NOT AT END
000393                        IF WS-LINHA-RECIBO NOT = SPACES
000394                            ADD 1 TO WS-CONT-RECIBOS-LIDOS
000395                            PERFORM 3100-TRATAR-RECIBO
000396                        END-IF
000397                END-READ
000398            END-PERFORM.
000399*
000400            CLOSE ACK-FILE.
000401*
000402**----------------------------------------------------------------*
000403        3100-TRATAR-RECIBO.
000404**----------------------------------------------------------------*
000405*    RECIBO DE DATA-MOVIMENTO MAIS ANTIGA QUE A JANELA E DE
000406*    REMESSA QUE JA SAIU DA TABELA: FICA SO NA CONTAGEM DE FORA
000407*    DA JANELA. DATA QUE NAO E DATA VALIDA TORNA A LINHA INVALIDA.
000408*
000409            MOVE SPACES TO WS-RB-LITERAL WS-RB-ORIGEM WS-RB-DATA-X
000410                           WS-RB-SEQ-X WS-RB-QTD-X.
000411*
000412            UNSTRING WS-LINHA-RECIBO DELIMITED BY ";"
000413                INTO WS-RB-LITERAL WS-RB-ORIGEM WS-RB-DATA-X
000414                     WS-RB-SEQ-X WS-RB-QTD-X
000415            END-UNSTRING.
000416*
000417            IF WS-RB-LITERAL NOT = "RECIBO"
000418               OR WS-RB-ORIGEM = SPACES
000419               OR WS-RB-DATA-X(1:8) IS NOT NUMERIC
000420               OR WS-RB-DATA-X(9:2) NOT = SPACES
000421               OR WS-RB-SEQ-X(1:6) IS NOT NUMERIC
000422               OR WS-RB-SEQ-X(7:4) NOT = SPACES
000423               OR WS-RB-QTD-X(1:6) IS NOT NUMERIC
000424               OR WS-RB-QTD-X(7:4) NOT = SPACES
000425                PERFORM 3150-RECUSAR-LINHA
000426            ELSE
000427                MOVE WS-RB-DATA-X(1:8) TO WS-RB-DATA
000428                MOVE WS-RB-SEQ-X(1:6)  TO WS-RB-SEQUENCIA
000429                MOVE WS-RB-QTD-X(1:6)  TO WS-RB-QTD
000430*
000431                IF FUNCTION TEST-DATE-YYYYMMDD(WS-RB-DATA)
000432                       NOT = ZERO
000433                    PERFORM 3150-RECUSAR-LINHA
000434                ELSE
000435                    COMPUTE WS-DIA-RECIBO =
000436                        FUNCTION INTEGER-OF-DATE(WS-RB-DATA)
000437                    COMPUTE WS-IDADE-DIAS =
000438                        WS-DIA-HOJE - WS-DIA-RECIBO
000439                    IF WS-IDADE-DIAS > WS-DIAS-JANELA
000440                        ADD 1 TO WS-CONT-FORA-JANELA
000441                    ELSE
000442                        PERFORM 3200-CASAR-RECIBO
000443                    END-IF
000444                END-IF
000445            END-IF.
000446*
000447**----------------------------------------------------------------*
000448        3150-RECUSAR-LINHA.
000449**----------------------------------------------------------------*
000450            ADD 1 TO WS-CONT-INVALIDOS.
000451            ADD 1 TO WS-CONT-EXCECOES.
000452            MOVE WS-LINHA-RECIBO TO WS-INV-TEXTO.
000453            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-INVALIDA.
000454*
000455**----------------------------------------------------------------*
000456        3200-CASAR-RECIBO.
000457**----------------------------------------------------------------*
000458            MOVE ZERO TO WS-REM-ACHADA.
000459            PERFORM VARYING WS-IDX-REM FROM 1 BY 1
000460                    UNTIL WS-IDX-REM > WS-CONT-TABELA-REM
000461                       OR WS-REM-ACHADA > ZERO
000462                IF WS-TAB-ORIGEM(WS-IDX-REM) = WS-RB-ORIGEM
000463                   AND WS-TAB-SEQUENCIA(WS-IDX-REM)
000464                       = WS-RB-SEQUENCIA
000465                    MOVE WS-IDX-REM TO WS-REM-ACHADA
000466                END-IF
000467            END-PERFORM.
000468*
000469            MOVE WS-RB-ORIGEM    TO WS-DET-ORIGEM.
000470            MOVE WS-RB-DATA      TO WS-DET-DATA.
000471            MOVE WS-RB-SEQUENCIA TO WS-DET-SEQUENCIA.
000472            MOVE WS-RB-QTD       TO WS-DET-QTD-RECIBO.
000473*
000474            IF WS-REM-ACHADA = ZERO
000475                ADD 1 TO WS-CONT-SEM-REMESSA
000476                ADD 1 TO WS-CONT-EXCECOES
000477                MOVE ZERO TO WS-DET-QTD-REMESSA
000478                MOVE "RECIBO SEM REMESSA NO LOG DA JANELA"
000479                    TO WS-DET-SITUACAO
000480                WRITE WS-LINHA-RELATORIO FROM WS-LINHA-DETALHE
000481            ELSE
000482                ADD 1 TO WS-TAB-RECIBOS(WS-REM-ACHADA)
000483                MOVE WS-TAB-QTD(WS-REM-ACHADA)
000484                    TO WS-DET-QTD-REMESSA
000485                EVALUATE TRUE
000486                    WHEN WS-TAB-RECIBOS(WS-REM-ACHADA)
000487                             > WS-TAB-GERACOES(WS-REM-ACHADA)
000488                        ADD 1 TO WS-CONT-DUPLICADOS
000489                        ADD 1 TO WS-CONT-EXCECOES
000490                        MOVE "RECIBO DUPLICADO" TO WS-DET-SITUACAO
000491                        WRITE WS-LINHA-RELATORIO
000492                            FROM WS-LINHA-DETALHE
000493                    WHEN WS-TAB-QTD(WS-REM-ACHADA) NOT = WS-RB-QTD
000494                        ADD 1 TO WS-CONT-DIVERGENTES
000495                        ADD 1 TO WS-CONT-EXCECOES
000496                        MOVE "QUANTIDADE DO RECIBO DIVERGENTE"
000497                            TO WS-DET-SITUACAO
000498                        WRITE WS-LINHA-RELATORIO
000499                            FROM WS-LINHA-DETALHE
000500                    WHEN WS-TAB-DATA(WS-REM-ACHADA)
000501                             NOT = WS-RB-DATA
000502                        ADD 1 TO WS-CONT-DIVERGENTES
000503                        ADD 1 TO WS-CONT-EXCECOES
000504                        MOVE "DATA-MOVIMENTO DO RECIBO DIVERGENTE"
000505                            TO WS-DET-SITUACAO
000506                        WRITE WS-LINHA-RELATORIO
000507                            FROM WS-LINHA-DETALHE
000508                    WHEN OTHER
000509                        ADD 1 TO WS-CONT-CONFERIDOS
000510                END-EVALUATE
000511            END-IF.
000512*
000513**----------------------------------------------------------------*
000514        4000-LISTAR-SEM-RECIBO.
000515**----------------------------------------------------------------*
000516*    REMESSA SEM RECIBO SO VIRA EXCECAO DEPOIS DA CARENCIA; ANTES
000517*    DISSO SAI NA LISTA COMO AGUARDANDO, SEM AFETAR O RC.
000518*
000519            PERFORM VARYING WS-IDX-REM FROM 1 BY 1
000520                    UNTIL WS-IDX-REM > WS-CONT-TABELA-REM
000521                IF WS-TAB-RECIBOS(WS-IDX-REM) = ZERO
000522                    COMPUTE WS-DIA-REMESSA =
000523                        FUNCTION INTEGER-OF-DATE
000524                            (WS-TAB-DATA(WS-IDX-REM))
000525                    COMPUTE WS-IDADE-DIAS =
000526                        WS-DIA-HOJE - WS-DIA-REMESSA
000527*
000528                    MOVE WS-TAB-ORIGEM(WS-IDX-REM)
000529                        TO WS-DET-ORIGEM
000530                    MOVE WS-TAB-DATA(WS-IDX-REM)   TO WS-DET-DATA
000531                    MOVE WS-TAB-SEQUENCIA(WS-IDX-REM)
000532                        TO WS-DET-SEQUENCIA
000533                    MOVE WS-TAB-QTD(WS-IDX-REM)
000534                        TO WS-DET-QTD-REMESSA
000535                    MOVE ZERO TO WS-DET-QTD-RECIBO
000536*
000537                    IF WS-IDADE-DIAS > WS-DIAS-CARENCIA
000538                        ADD 1 TO WS-CONT-SEM-RECIBO
000539                        ADD 1 TO WS-CONT-EXCECOES
000540                        MOVE "SEM RECIBO - CARENCIA VENCIDA"
000541                            TO WS-DET-SITUACAO
000542                    ELSE
000543                        ADD 1 TO WS-CONT-AGUARDANDO
000544                        MOVE "AGUARDANDO RECIBO"
000545                            TO WS-DET-SITUACAO
000546                    END-IF
000547                    WRITE WS-LINHA-RELATORIO FROM WS-LINHA-DETALHE
000548                END-IF
000549            END-PERFORM.
000550*
000551**----------------------------------------------------------------*
000552        9000-IMPRIMIR-RESUMO.
000553**----------------------------------------------------------------*
000554            MOVE SPACES TO WS-LINHA-RELATORIO.
000555            WRITE WS-LINHA-RELATORIO.
000556*
000557            MOVE "REMESSAS LIDAS NO LOG         "
000558                TO WS-CON-ROTULO.
000559            MOVE WS-CONT-LOG-LIDOS TO WS-CON-QTD.
000560            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000561*
000562            MOVE "REMESSAS NA JANELA            "
000563                TO WS-CON-ROTULO.
000564            MOVE WS-CONT-TABELA-REM TO WS-CON-QTD.
000565            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000566*
000567            MOVE "RECIBOS LIDOS                 "
000568                TO WS-CON-ROTULO.
000569            MOVE WS-CONT-RECIBOS-LIDOS TO WS-CON-QTD.
000570            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000571*
000572            MOVE "RECIBOS CONFERIDOS            "
000573                TO WS-CON-ROTULO.
000574            MOVE WS-CONT-CONFERIDOS TO WS-CON-QTD.
000575            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000576*
000577            MOVE "RECIBOS DIVERGENTES           "
000578                TO WS-CON-ROTULO.
000579            MOVE WS-CONT-DIVERGENTES TO WS-CON-QTD.
000580            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000581*
000582            MOVE "RECIBOS SEM REMESSA           "
000583                TO WS-CON-ROTULO.
000584            MOVE WS-CONT-SEM-REMESSA TO WS-CON-QTD.
000585            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000586*
000587            MOVE "RECIBOS DUPLICADOS            "
000588                TO WS-CON-ROTULO.
000589            MOVE WS-CONT-DUPLICADOS TO WS-CON-QTD.
000590            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000591*
000592            MOVE "RECIBOS FORA DA JANELA        "
000593                TO WS-CON-ROTULO.
000594            MOVE WS-CONT-FORA-JANELA TO WS-CON-QTD.
000595            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000596*
000597            MOVE "RECIBOS INVALIDOS             "
000598                TO WS-CON-ROTULO.
000599            MOVE WS-CONT-INVALIDOS TO WS-CON-QTD.
000600            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000601*
000602            MOVE "SEM RECIBO (CARENCIA VENCIDA) "
000603                TO WS-CON-ROTULO.
000604            MOVE WS-CONT-SEM-RECIBO TO WS-CON-QTD.
000605            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000606*
000607            MOVE "AGUARDANDO RECIBO             "
000608                TO WS-CON-ROTULO.
000609            MOVE WS-CONT-AGUARDANDO TO WS-CON-QTD.
000610            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000611*
000612            IF RETURN-CODE >= WS-RC-ERRO-DADOS
000613                MOVE SPACES TO WS-LINHA-RELATORIO
000614                MOVE 'CONFERENCIA INCOMPLETA - TABELA DE REMESSAS'
000615                    TO WS-LINHA-RELATORIO
000616                WRITE WS-LINHA-RELATORIO
000617            END-IF.
000618*
000619            CLOSE ACK-RPT.
000620*
000621            DISPLAY 'RECIBOS CONFERIDOS ' WS-CONT-CONFERIDOS
000622                ' EXCECOES ' WS-CONT-EXCECOES
000623                ' AGUARDANDO ' WS-CONT-AGUARDANDO
000624                ' FORA DA JANELA ' WS-CONT-FORA-JANELA.
000625*
000626**----------------------------------------------------------------*
000627        9700-REGISTRAR-RESULTADO.
000628**----------------------------------------------------------------*
000629*    GRAVA NO ARQUIVO CENTRAL DE MENSAGENS (MENSAGEM) O
000630*    DESFECHO DA EXECUCAO QUANDO HOUVE ALGO ACIONAVEL
000631*    (RETURN-CODE >= 4); O RELATORIO DE EXCECOES DO COBOL020 E
000632*    MONTADO DALI, EM VEZ DE O OPERADOR GARIMPAR O SYSOUT.
000633*
000634            IF RETURN-CODE >= WS-RC-AVISO
000635                IF RETURN-CODE >= WS-RC-ERRO-DADOS
000636                    MOVE "E" TO WS-MSG-SEVERIDADE
000637                ELSE
000638                    MOVE "A" TO WS-MSG-SEVERIDADE
000639                END-IF
000640                MOVE RETURN-CODE TO WS-MSG-CODIGO-RC
000641                MOVE 'RECIBOS COM EXCECAO - VER RELRECIB'
000642                    TO WS-MSG-TEXTO
000643                PERFORM 9800-GRAVAR-MENSAGEM
000644            END-IF.
000645*
000646**----------------------------------------------------------------*
000647        9800-GRAVAR-MENSAGEM.
000648**----------------------------------------------------------------*
000649            OPEN EXTEND MSG-FILE.
000650*
000651            IF WS-FS-MENSAGEM NOT = "00"
000652                DISPLAY 'ERRO AO ABRIR MENSAGEM - FS='
000653                    WS-FS-MENSAGEM
000654            ELSE
000655                MOVE 'COBOL028' TO MG-PROGRAM-ID
000656                MOVE WS-MSG-SEVERIDADE TO MG-SEVERIDADE
000657                MOVE WS-MSG-CODIGO-COMP TO MG-CODIGO
000658                MOVE WS-DH-DATA TO MG-DATA-MOVIMENTO
000659                MOVE WS-DH-HORA TO MG-HORA-GRAVACAO
000660                MOVE WS-MSG-TEXTO TO MG-TEXTO
000661*
000662                WRITE MG-MESSAGE-RECORD
000663*
000664                IF WS-FS-MENSAGEM NOT = "00"
000665                    DISPLAY 'ERRO AO GRAVAR MENSAGEM - FS='
000666                        WS-FS-MENSAGEM
000667                END-IF
000668*
000669                CLOSE MSG-FILE
000670            END-IF.
000671*
000672        END PROGRAM COBOL028.
000673* FIM DO PROGRAMA ****************************
