000001******************************************************************
000002* DATA     : 15/10/2026
000003* AUTOR    : FRANCINE NUNES MOYSES
000004* OBJETIVO : ENTRADA DAS TRANSACOES DE MANUTENCAO DO MESTRE NO
000005*            CONTROLE DE DUPLA CUSTODIA. O DECK DIGITADO PELO
000006*            OPERADOR (ENTRADA, COPY TRANREC - O MESMO LAYOUT
000007*            QUE O COBOL006 LE) NAO VAI MAIS DIRETO PARA A
000008*            MANUTENCAO: CADA TRANSACAO VALIDA RECEBE UM NUMERO
000009*            DE PENDENCIA E E GRAVADA NO ARQUIVO DE PENDENTES
000010*            (PENDENTE, COPY PENDREC, EM EXTEND) COM O OPERADOR
000011*            QUE A DIGITOU (PARM, ATE 8 POSICOES), A DATA-
000012*            MOVIMENTO E A HORA. SO O COBOL032, COM O DECK DE
000013*            APROVACAO DE UM OUTRO OPERADOR, LIBERA A PENDENCIA
000014*            PARA O ARQUIVO DE TRANSACAO DO COBOL006. O NUMERO
000015*            DA PENDENCIA CONTINUA A SEQUENCIA DO MAIOR NUMERO JA
000016*            USADO NOS PENDENTES E NOS RESOLVIDOS (PENDRESOL),
000017*            PARA NUNCA REPETIR. O RELATORIO RELENTR DEVOLVE AO
000018*            OPERADOR O NUMERO DE CADA TRANSACAO REGISTRADA E O
000019*            MOTIVO DE CADA CARTAO RECUSADO.
000020* CPD      : INEFE
000021******************************************************************
000022******************************************************************
000023* CONDICOES DE RETORNO (RETURN-CODE) DESTE PROGRAMA:
000024*     0000  =  PROCESSAMENTO NORMAL, TODAS AS TRANSACOES
000025*              REGISTRADAS COMO PENDENTES
000026*     0004  =  AVISO - HOUVE REGISTRO, MAS COM CARTOES RECUSADOS
000027*              (TIPO INVALIDO, CHAVE INVALIDA OU NOME EM BRANCO)
000028*     0008  =  ERRO DE DADOS - PARM SEM OPERADOR, OU NENHUMA
000029*              TRANSACAO REGISTRADA (DECK VAZIO OU TODO RECUSADO)
000030*     0016  =  ERRO SEVERO - FALHA AO ABRIR/GRAVAR UM DOS
000031*              ARQUIVOS
000032******************************************************************
000033        IDENTIFICATION DIVISION.
000034**************************
000035        PROGRAM-ID. COBOL031.
000036        AUTHOR. FRANCINE NUNES MOYSES.
000037        DATE-WRITTEN. 26/10/15 @ 10:00:00.
000038        DATE-COMPILED. 2026-10-15.
000039        INSTALLATION. INEFE.
000040        SECURITY. NORMAL.
000041*
000042***********************
000043        ENVIRONMENT DIVISION.
000044***********************
000045*
000046        INPUT-OUTPUT SECTION.
000047*
000048        FILE-CONTROL.
000049            SELECT OPTIONAL TRANS-IN ASSIGN TO "ENTRADA"
000050                ORGANIZATION IS SEQUENTIAL
000051                FILE STATUS IS WS-FS-ENTRADA.
000052*
000053            SELECT OPTIONAL PENDING-FILE ASSIGN TO "PENDENTE"
000054                ORGANIZATION IS SEQUENTIAL
000055                FILE STATUS IS WS-FS-PENDENTE.
000056*
000057            SELECT OPTIONAL PENDING-RESOL ASSIGN TO "PENDRESOL"
000058                ORGANIZATION IS SEQUENTIAL
000059                FILE STATUS IS WS-FS-RESOL.
000060*
000061            SELECT OPTIONAL DATE-CARD ASSIGN TO "DATAPROC"
000062                ORGANIZATION IS SEQUENTIAL
000063                FILE STATUS IS WS-FS-DATAPROC.
000064*
000065            SELECT ENTRY-RPT ASSIGN TO "RELENTR"
000066                ORGANIZATION IS SEQUENTIAL
000067                FILE STATUS IS WS-FS-RELATORIO.
000068*
000069            SELECT MSG-FILE ASSIGN TO "MENSAGEM"
000070                ORGANIZATION IS SEQUENTIAL
000071                FILE STATUS IS WS-FS-MENSAGEM.
000072*
000073****************
000074        DATA DIVISION.
000075****************
000076*
000077        FILE SECTION.
000078*
000079        FD  TRANS-IN
000080            RECORDING MODE IS F.
000081        COPY "TRANREC.cpy".
000082*
000083        FD  PENDING-FILE
000084            RECORDING MODE IS F.
000085        COPY "PENDREC.cpy".
000086*
000087        FD  PENDING-RESOL
000088            RECORDING MODE IS F.
000089        COPY "PENDRES.cpy".
000090*
000091        FD  DATE-CARD
000092            RECORDING MODE IS F.
000093        COPY "DATPREC.cpy".
000094*
000095        FD  ENTRY-RPT
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
000111        01  WS-FS-ENTRADA              PIC X(2) VALUE SPACES.
000112        01  WS-FS-PENDENTE             PIC X(2) VALUE SPACES.
000113        01  WS-FS-RESOL                PIC X(2) VALUE SPACES.
000114        01  WS-FS-DATAPROC             PIC X(2) VALUE SPACES.
000115        01  WS-FS-RELATORIO            PIC X(2) VALUE SPACES.
000116        01  WS-FS-MENSAGEM             PIC X(2) VALUE SPACES.
000117*
000118        01  WS-MSG-CODIGO-COMP.
000119            05  FILLER                  PIC X(2) VALUE "RC".
000120            05  WS-MSG-CODIGO-RC        PIC 9(2) VALUE ZERO.
000121        77  WS-MSG-SEVERIDADE          PIC X(1) VALUE "I".
000122        77  WS-MSG-TEXTO               PIC X(50) VALUE SPACES.
000123*
000124        01  WS-DATA-HORA-ATUAL.
000125            05  WS-DH-DATA              PIC 9(8).
000126            05  WS-DH-HORA              PIC 9(6).
000127            05  WS-DH-CENTESIMOS        PIC 9(2).
000128            05  WS-DH-DIFGMT            PIC X(5).
000129*
000130        77  WS-OPERADOR-ENTRADA        PIC X(8) VALUE SPACES.
000131        77  WS-ULTIMO-NUMERO           PIC 9(6) VALUE ZERO.
000132        77  WS-MOTIVO-RECUSA           PIC X(25) VALUE SPACES.
000133*
000134        77  WS-ENT-FIM                 PIC X(1) VALUE "N".
000135            88  WS-ACABOU-ENTRADA           VALUE "S".
000136        77  WS-PND-FIM                 PIC X(1) VALUE "N".
000137            88  WS-ACABOU-PENDENTE          VALUE "S".
000138        77  WS-RES-FIM                 PIC X(1) VALUE "N".
000139            88  WS-ACABOU-RESOLVIDO         VALUE "S".
000140*
000141        77  WS-CONT-LIDAS              PIC 9(6) VALUE ZERO.
000142        77  WS-CONT-REGISTRADAS        PIC 9(6) VALUE ZERO.
000143        77  WS-CONT-RECUSADAS          PIC 9(6) VALUE ZERO.
000144*
000145        01  WS-LINHA-TITULO.
000146            05  FILLER                PIC X(37)
000147                  VALUE "ENTRADA DE TRANSACOES DE MANUTENCAO -".
000148            05  FILLER                PIC X(7)  VALUE " DATA: ".
000149            05  WS-TIT-DATA           PIC 9(8).
000150            05  FILLER                PIC X(12)
000151                  VALUE "  OPERADOR: ".
000152            05  WS-TIT-OPERADOR       PIC X(8).
000153*
000154        01  WS-LINHA-COLUNAS.
000155            05  FILLER                PIC X(9)  VALUE "NUMERO".
000156            05  FILLER                PIC X(2)  VALUE "T".
000157            05  FILLER                PIC X(10) VALUE "CHAVE".
000158            05  FILLER                PIC X(31) VALUE "NOME".
000159            05  FILLER                PIC X(8)  VALUE "SITUACAO".
000160*
000161        01  WS-LINHA-DETALHE.
000162            05  WS-DET-NUMERO         PIC X(6).
000163            05  FILLER                PIC X(3)  VALUE SPACES.
000164            05  WS-DET-TIPO           PIC X(1).
000165            05  FILLER                PIC X(1)  VALUE SPACE.
000166            05  WS-DET-ID             PIC X(9).
000167            05  FILLER                PIC X(1)  VALUE SPACE.
000168            05  WS-DET-NOME           PIC X(30).
000169            05  FILLER                PIC X(1)  VALUE SPACE.
000170            05  WS-DET-SITUACAO       PIC X(28).
000171*
000172        01  WS-LINHA-CONTAGEM.
000173            05  WS-CON-ROTULO         PIC X(22).
000174            05  FILLER                PIC X(2)  VALUE ": ".
000175            05  WS-CON-QTD            PIC ZZZZZ9.
000176*
000177***************************
000178        LINKAGE SECTION.
000179***************************
000180*
000181        COPY "PARMREC.cpy".
000182*
000183        PROCEDURE DIVISION USING LK-PARM-RECORD.
000184*
000185            MOVE WS-RC-NORMAL TO RETURN-CODE.
000186            PERFORM 0050-OBTER-DATA-PROCESSO.
000187*
000188            IF LK-PARM-LENGTH > ZERO AND LK-PARM-LENGTH <= 8
000189                MOVE LK-PARM-NAME(1:LK-PARM-LENGTH)
000190                        TO WS-OPERADOR-ENTRADA(1:LK-PARM-LENGTH)
000191            END-IF.
000192*
000193            IF WS-OPERADOR-ENTRADA = SPACES
000194                DISPLAY 'ERRO: PARM SEM O OPERADOR DA ENTRADA '
000195                    '(ATE 8 POSICOES) - NADA REGISTRADO'
000196                MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
000197            ELSE
000198                PERFORM 1000-OBTER-ULTIMO-NUMERO
000199                IF RETURN-CODE < WS-RC-ERRO-SEVERO
000200                    PERFORM 2000-ABRIR-ARQUIVOS
000201                END-IF
000202*
000203                IF RETURN-CODE < WS-RC-ERRO-SEVERO
000204                    PERFORM 3000-PROCESSAR-ENTRADA
000205                    PERFORM 8000-EMITIR-TOTAIS
000206                    PERFORM 8500-FECHAR-ARQUIVOS
000207                    PERFORM 9000-IMPRIMIR-RESUMO
000208*
000209                    IF RETURN-CODE >= WS-RC-ERRO-SEVERO
000210                        CONTINUE
000211                    ELSE
000212                        IF WS-CONT-REGISTRADAS = ZERO
000213                            MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
000214                        ELSE
000215                            IF WS-CONT-RECUSADAS > ZERO
000216                                MOVE WS-RC-AVISO TO RETURN-CODE
000217                            END-IF
000218                        END-IF
000219                    END-IF
000220                END-IF
000221            END-IF.
000222*
000223            PERFORM 9700-REGISTRAR-RESULTADO.
000224*
000225            GOBACK.
000226*
000227**----------------------------------------------------------------*
000228        0050-OBTER-DATA-PROCESSO.
000229**----------------------------------------------------------------*
000230*    A ENTRADA E CARIMBADA COM A DATA-MOVIMENTO DO CARTAO
000231*    DATAPROC - A MESMA CONTRA A QUAL O COBOL032 MEDE A IDADE
000232*    DA PENDENCIA; SEM O CARTAO, VALE A DATA DA MAQUINA, COM
000233*    AVISO NA CONSOLA. A HORA E SEMPRE A DO RELOGIO.
000234*
000235            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
000236*
000237            OPEN INPUT DATE-CARD.
000238*
000239            IF WS-FS-DATAPROC = "00"
000240                READ DATE-CARD
000241                    AT END
000242                        DISPLAY 'AVISO: DATAPROC VAZIO - USANDO '
000243                            'A DATA DA MAQUINA'
000244                    NOT AT END
000245                        IF DP-DATA-PROCESSAMENTO IS NUMERIC
000246                           AND DP-DATA-PROCESSAMENTO > ZERO
000247                            MOVE DP-DATA-PROCESSAMENTO
000248                                TO WS-DH-DATA
000249                        ELSE
000250                            DISPLAY 'AVISO: DATAPROC INVALIDO - '
000251                                'USANDO A DATA DA MAQUINA'
000252                        END-IF
000253                END-READ
000254                CLOSE DATE-CARD
000255            ELSE
000256                DISPLAY 'AVISO: DATAPROC INDISPONIVEL - USANDO '
000257                    'A DATA DA MAQUINA'
000258            END-IF.
000259*
000260**----------------------------------------------------------------*
000261        1000-OBTER-ULTIMO-NUMERO.
000262**----------------------------------------------------------------*
000263*    O MAIOR NUMERO DE PENDENCIA JA USADO PODE ESTAR NO ARQUIVO
000264*    VIVO OU, SE A PENDENCIA JA FOI DECIDIDA, NOS RESOLVIDOS;
000265*    OS DOIS SAO LIDOS INTEIROS. OS DOIS SAO OPCIONAIS - NA
000266*    PRIMEIRA ENTRADA A NUMERACAO COMECA EM 000001.
000267*
000268            OPEN INPUT PENDING-FILE.
000269*
000270            IF WS-FS-PENDENTE NOT = "00" AND NOT = "05"
000271                DISPLAY 'ERRO SEVERO AO LER PENDENTE - FS='
000272                    WS-FS-PENDENTE
000273                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000274            ELSE
000275                PERFORM UNTIL WS-ACABOU-PENDENTE
000276                    READ PENDING-FILE
000277                        AT END
000278                            SET WS-ACABOU-PENDENTE TO TRUE
000279                        NOT AT END
000280                            IF PD-NUMERO IS NUMERIC
000281                               AND PD-NUMERO > WS-ULTIMO-NUMERO
000282                                MOVE PD-NUMERO TO WS-ULTIMO-NUMERO
000283                            END-IF
000284                    END-READ
000285                END-PERFORM
000286                CLOSE PENDING-FILE
000287            END-IF.
000288*
000289            OPEN INPUT PENDING-RESOL.
000290*
000291            IF WS-FS-RESOL NOT = "00" AND NOT = "05"
000292                DISPLAY 'ERRO SEVERO AO LER PENDRESOL - FS='
000293                    WS-FS-RESOL
000294                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000295            ELSE
000296                PERFORM UNTIL WS-ACABOU-RESOLVIDO
000297                    READ PENDING-RESOL
000298                        AT END
000299                            SET WS-ACABOU-RESOLVIDO TO TRUE
000300                        NOT AT END
000301                            IF PR-NUMERO IS NUMERIC
000302                               AND PR-NUMERO > WS-ULTIMO-NUMERO
000303                                MOVE PR-NUMERO TO WS-ULTIMO-NUMERO
000304                            END-IF
000305                    END-READ
000306                END-PERFORM
000307                CLOSE PENDING-RESOL
000308            END-IF.
000309*
000310**----------------------------------------------------------------*
000311        2000-ABRIR-ARQUIVOS.
000312**----------------------------------------------------------------*
000313            OPEN INPUT  TRANS-IN.
000314            OPEN EXTEND PENDING-FILE.
000315            OPEN OUTPUT ENTRY-RPT.
000316*
000317            IF (WS-FS-ENTRADA NOT = "00" AND NOT = "05")
000318               OR (WS-FS-PENDENTE NOT = "00" AND NOT = "05")
000319               OR WS-FS-RELATORIO NOT = "00"
000320                DISPLAY 'ERRO SEVERO AO ABRIR ARQUIVOS - FS='
000321                    WS-FS-ENTRADA ' ' WS-FS-PENDENTE ' '
000322                    WS-FS-RELATORIO
000323                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000324                IF WS-FS-ENTRADA = "00" OR "05"
000325                    CLOSE TRANS-IN
000326                END-IF
000327                IF WS-FS-PENDENTE = "00" OR "05"
000328                    CLOSE PENDING-FILE
000329                END-IF
000330                IF WS-FS-RELATORIO = "00"
000331                    CLOSE ENTRY-RPT
000332                END-IF
000333            ELSE
000334                MOVE WS-DH-DATA          TO WS-TIT-DATA
000335                MOVE WS-OPERADOR-ENTRADA TO WS-TIT-OPERADOR
000336                WRITE WS-LINHA-RELATORIO FROM WS-LINHA-TITULO
000337                MOVE SPACES TO WS-LINHA-RELATORIO
000338                WRITE WS-LINHA-RELATORIO
000339                WRITE WS-LINHA-RELATORIO FROM WS-LINHA-COLUNAS
000340            END-IF.
000341*
000342**----------------------------------------------------------------*
000343        3000-PROCESSAR-ENTRADA.
000344**----------------------------------------------------------------*
000345            PERFORM UNTIL WS-ACABOU-ENTRADA
000346                READ TRANS-IN
000347                    AT END
000348                        SET WS-ACABOU-ENTRADA TO TRUE
000349                    NOT AT END
000350                        ADD 1 TO WS-CONT-LIDAS
000351                        PERFORM 3100-VALIDAR-TRANSACAO
000352                        IF WS-MOTIVO-RECUSA = SPACES
000353                            PERFORM 4000-REGISTRAR-PENDENTE
000354                        ELSE
000355                            PERFORM 4500-RECUSAR-CARTAO
000356                        END-IF
000357                END-READ
000358            END-PERFORM.
000359*
000360**----------------------------------------------------------------*
000361        3100-VALIDAR-TRANSACAO.
000362**----------------------------------------------------------------*
000363*    SO AS CONFERENCIAS DE FORMATO: A EXISTENCIA (OU NAO) DA
000364*    CHAVE NO MESTRE CONTINUA SENDO VERIFICADA PELO COBOL006 NA
000365*    HORA DE APLICAR, QUE E QUANDO ELA VALE.
000366*
000367            MOVE SPACES TO WS-MOTIVO-RECUSA.
000368*
000369            EVALUATE TRUE
000370                WHEN NOT TR-TIPO-INCLUSAO
000371                     AND NOT TR-TIPO-ALTERACAO
000372                     AND NOT TR-TIPO-INATIVACAO
000373                     AND NOT TR-TIPO-REINTEGRACAO
000374                    MOVE "RECUSADA - TIPO INVALIDO"
000375                        TO WS-MOTIVO-RECUSA
000376                WHEN TR-ID IS NOT NUMERIC
000377                  OR TR-ID = ZERO
000378                    MOVE "RECUSADA - CHAVE INVALIDA"
000379                        TO WS-MOTIVO-RECUSA
000380                WHEN (TR-TIPO-INCLUSAO OR TR-TIPO-ALTERACAO)
000381                     AND TR-NOME = SPACES
000382                    MOVE "RECUSADA - NOME EM BRANCO"
000383                        TO WS-MOTIVO-RECUSA
000384            END-EVALUATE.
000385*
000386**----------------------------------------------------------------*
000387        4000-REGISTRAR-PENDENTE.
000388**----------------------------------------------------------------*
000389            ADD 1 TO WS-ULTIMO-NUMERO.
000390*
000391            MOVE WS-ULTIMO-NUMERO      TO PD-NUMERO.
000392            MOVE TR-TIPO-TRANSACAO     TO PD-TIPO-TRANSACAO.
000393            MOVE TR-ID                 TO PD-ID.
000394            MOVE TR-NOME               TO PD-NOME.
000395            MOVE WS-OPERADOR-ENTRADA   TO PD-OPERADOR-ENTRADA.
000396            MOVE WS-DH-DATA            TO PD-DATA-ENTRADA.
000397            MOVE WS-DH-HORA            TO PD-HORA-ENTRADA.
000398            WRITE PD-PENDING-RECORD.
000399*
000400            IF WS-FS-PENDENTE NOT = "00"
000401                DISPLAY 'ERRO AO GRAVAR PENDENTE - FS='
000402                    WS-FS-PENDENTE
000403                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000404                SET WS-ACABOU-ENTRADA TO TRUE
000405            ELSE
000406                ADD 1 TO WS-CONT-REGISTRADAS
000407                MOVE PD-NUMERO TO WS-DET-NUMERO
000408                MOVE "PENDENTE DE APROVACAO" TO WS-DET-SITUACAO
000409                PERFORM 5000-LISTAR-CARTAO
000410            END-IF.
000411*
000412**----------------------------------------------------------------*
000413        4500-RECUSAR-CARTAO.
000414**----------------------------------------------------------------*
000415            ADD 1 TO WS-CONT-RECUSADAS.
000416            MOVE "------" TO WS-DET-NUMERO.
000417            MOVE WS-MOTIVO-RECUSA TO WS-DET-SITUACAO.
000418            PERFORM 5000-LISTAR-CARTAO.
000419*
000420**----------------------------------------------------------------*
000421        5000-LISTAR-CARTAO.
000422**----------------------------------------------------------------*
000423            MOVE TR-TIPO-TRANSACAO TO WS-DET-TIPO.
000424            MOVE TR-ID             TO WS-DET-ID.
000425            MOVE TR-NOME           TO WS-DET-NOME.
000426            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-DETALHE.
000427*
000428**----------------------------------------------------------------*
000429        8000-EMITIR-TOTAIS.
000430**----------------------------------------------------------------*
000431            MOVE SPACES TO WS-LINHA-RELATORIO.
000432            WRITE WS-LINHA-RELATORIO.
000433*
000434            MOVE "CARTOES LIDOS         " TO WS-CON-ROTULO.
000435            MOVE WS-CONT-LIDAS TO WS-CON-QTD.
000436            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000437*
000438            MOVE "REGISTRADAS PENDENTES " TO WS-CON-ROTULO.
000439            MOVE WS-CONT-REGISTRADAS TO WS-CON-QTD.
000440            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000441*
000442            MOVE "RECUSADAS NA ENTRADA  " TO WS-CON-ROTULO.
000443            MOVE WS-CONT-RECUSADAS TO WS-CON-QTD.
000444            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000445*
000446**----------------------------------------------------------------*
000447        8500-FECHAR-ARQUIVOS.
000448**----------------------------------------------------------------*
000449            CLOSE TRANS-IN.
000450            CLOSE PENDING-FILE.
000451            CLOSE ENTRY-RPT.
000452*
000453**----------------------------------------------------------------*
000454        9000-IMPRIMIR-RESUMO.
000455**----------------------------------------------------------------*
000456            DISPLAY 'ENTRADA DE TRANSACOES DE MANUTENCAO'.
000457            DISPLAY 'OPERADOR DA ENTRADA : ' WS-OPERADOR-ENTRADA.
000458            DISPLAY 'CARTOES LIDOS       : ' WS-CONT-LIDAS.
000459            DISPLAY 'REGISTRADAS         : ' WS-CONT-REGISTRADAS.
000460            DISPLAY 'RECUSADAS           : ' WS-CONT-RECUSADAS.
000461            DISPLAY 'ULTIMO NUMERO       : ' WS-ULTIMO-NUMERO.
000462*
000463**----------------------------------------------------------------*
000464        9700-REGISTRAR-RESULTADO.
000465**----------------------------------------------------------------*
000466*    GRAVA NO ARQUIVO CENTRAL DE MENSAGENS (MENSAGEM) O
000467*    DESFECHO DA EXECUCAO QUANDO HOUVE ALGO ACIONAVEL
000468*    (RETURN-CODE >= 4), PARA O RELATORIO DE EXCECOES DO
000469*    COBOL020, COM TEXTO CONFORME O RETURN-CODE.
000470*
000471            IF RETURN-CODE >= WS-RC-AVISO
000472                IF RETURN-CODE >= WS-RC-ERRO-DADOS
000473                    MOVE "E" TO WS-MSG-SEVERIDADE
000474                ELSE
000475                    MOVE "A" TO WS-MSG-SEVERIDADE
000476                END-IF
000477                MOVE RETURN-CODE TO WS-MSG-CODIGO-RC
000478                EVALUATE TRUE
000479                    WHEN RETURN-CODE >= WS-RC-ERRO-SEVERO
000480                        MOVE 'ERRO SEVERO NA ENTRADA MANUTENCAO'
000481                            TO WS-MSG-TEXTO
000482                    WHEN RETURN-CODE >= WS-RC-ERRO-DADOS
000483                        MOVE 'ENTRADA SEM REGISTRO - VER RELENTR'
000484                            TO WS-MSG-TEXTO
000485                    WHEN OTHER
000486                        MOVE 'ENTRADA COM RECUSA - VER RELENTR'
000487                            TO WS-MSG-TEXTO
000488                END-EVALUATE
000489                PERFORM 9800-GRAVAR-MENSAGEM
000490            END-IF.
000491*
000492**----------------------------------------------------------------*
000493        9800-GRAVAR-MENSAGEM.
000494**----------------------------------------------------------------*
000495            OPEN EXTEND MSG-FILE.
000496*
000497            IF WS-FS-MENSAGEM NOT = "00"
000498                DISPLAY 'ERRO AO ABRIR MENSAGEM - FS='
000499                    WS-FS-MENSAGEM
000500            ELSE
000501                MOVE 'COBOL031' TO MG-PROGRAM-ID
000502                MOVE WS-MSG-SEVERIDADE TO MG-SEVERIDADE
000503                MOVE WS-MSG-CODIGO-COMP TO MG-CODIGO
000504                MOVE WS-DH-DATA TO MG-DATA-MOVIMENTO
000505                MOVE WS-DH-HORA TO MG-HORA-GRAVACAO
000506                MOVE WS-MSG-TEXTO TO MG-TEXTO
000507*
000508                WRITE MG-MESSAGE-RECORD
000509*
000510                IF WS-FS-MENSAGEM NOT = "00"
000511                    DISPLAY 'ERRO AO GRAVAR MENSAGEM - FS='
000512                        WS-FS-MENSAGEM
000513                END-IF
000514*
000515                CLOSE MSG-FILE
000516            END-IF.
000517*
000518        END PROGRAM COBOL031.
000519* FIM DO PROGRAMA ****************************
