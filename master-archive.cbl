000001******************************************************************
000002* DATA     : 15/10/2026
000003* AUTOR    : FRANCINE NUNES MOYSES
000004* OBJETIVO : ARQUIVAMENTO PERIODICO DOS INATIVOS DO MESTRE. O
000005*            MESTRE SO CRESCE (O COBOL004 INCLUI UM REGISTRO POR
000006*            NOME A CADA EXECUCAO E A INATIVACAO DO COBOL006 SO
000007*            TROCA MR-STATUS), E O COBOL005, O COBOL010, O
000008*            COBOL013 E O COBOL007 LEEM TODA NOITE ANOS DE
000009*            REGISTROS MORTOS. ESTE PROGRAMA TIRA DO MESTRE
000010*            CORRENTE (MASTOUT) TODO REGISTRO INATIVO QUE NAO TEM
000011*            NENHUMA LINHA NA HISTORIA (HISTORIA, COPY HISTREC)
000012*            DESDE A DATA DE CORTE - DATA-MOVIMENTO DO CARTAO
000013*            DATAPROC MENOS O PRAZO DE RETENCAO EM DIAS (PARM,
000014*            POSICOES 1-4, PADRAO 0365) - E NEM FOI CARREGADO
000015*            DEPOIS DELA, E O GRAVA NO ARQUIVO DE MESTRES
000016*            ARQUIVADOS (MASTARQ, VSAM KSDS POR MR-ID, COPY
000017*            MARQREC), ONDE A CHAVE CONTINUA PESQUISAVEL (O
000018*            COBOL015 CONSULTA O ARQUIVO). CADA MUDANCA DEIXA UMA
000019*            LINHA NA HISTORIA (TIPO Q, ANTES/DEPOIS COM A IMAGEM
000020*            ARQUIVADA) E UMA LINHA NO RELATORIO RELARQM, QUE
000021*            FECHA COM O BALANCO DO MESTRE (ANTES = DEPOIS +
000022*            ARQUIVADOS, COM O DEPOIS RECONTADO NUMA PASSADA
000023*            PROPRIA) E DO ARQUIVO (ANTES + NOVOS = DEPOIS). A
000024*            CHAVE ARQUIVADA VOLTA AO MESTRE PELA TRANSACAO DE
000025*            REINTEGRACAO (TIPO R) DO COBOL006; SE FOR ARQUIVADA
000026*            DE NOVO, O REGISTRO DO MASTARQ E REGRAVADO.
000027* CPD      : INEFE
000028******************************************************************
000029******************************************************************
000030* CONDICOES DE RETORNO (RETURN-CODE) DESTE PROGRAMA:
000031*     0000  =  ARQUIVAMENTO EXECUTADO, BALANCOS FECHADOS
000032*     0004  =  AVISO - NENHUM REGISTRO EM CONDICAO DE ARQUIVAR
000033*     0008  =  ERRO DE DADOS - PARM COM RETENCAO INVALIDA, OU
000034*              TABELA DE CHAVES COM MOVIMENTO RECENTE CHEIA
000035*              (NADA FOI ARQUIVADO)
000036*     0016  =  ERRO SEVERO - FALHA AO ABRIR/GRAVAR UM DOS
000037*              ARQUIVOS OU BALANCO QUE NAO FECHA (ARQUIVAMENTO
000038*              POSSIVELMENTE PARCIAL - VER RELARQM E REEXECUTAR,
000039*              O PROGRAMA E REEXECUTAVEL)
000040******************************************************************
000041        IDENTIFICATION DIVISION.
000042**************************
000043        PROGRAM-ID. COBOL036.
000044        AUTHOR. FRANCINE NUNES MOYSES.
000045        DATE-WRITTEN. 26/10/15 @ 20:00:00.
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
000057            SELECT MASTER-FILE ASSIGN TO "MASTOUT"
000058                ORGANIZATION IS INDEXED
000059                ACCESS MODE IS DYNAMIC
000060                RECORD KEY IS MR-ID
000061                FILE STATUS IS WS-FS-MASTER.
000062*
000063            SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO "MASTARQ"
000064                ORGANIZATION IS INDEXED
000065                ACCESS MODE IS DYNAMIC
000066                RECORD KEY IS MA-ID
000067                FILE STATUS IS WS-FS-ARQUIVO.
000068*
000069            SELECT OPTIONAL HIST-FILE ASSIGN TO "HISTORIA"
000070                ORGANIZATION IS SEQUENTIAL
000071                FILE STATUS IS WS-FS-HISTORIA.
000072*
000073            SELECT OPTIONAL DATE-CARD ASSIGN TO "DATAPROC"
000074                ORGANIZATION IS SEQUENTIAL
000075                FILE STATUS IS WS-FS-DATAPROC.
000076*
000077            SELECT ARCHIVE-RPT ASSIGN TO "RELARQM"
000078                ORGANIZATION IS SEQUENTIAL
000079                FILE STATUS IS WS-FS-RELATORIO.
000080*
000081            SELECT MSG-FILE ASSIGN TO "MENSAGEM"
000082                ORGANIZATION IS SEQUENTIAL
000083                FILE STATUS IS WS-FS-MENSAGEM.
000084*
000085****************
000086        DATA DIVISION.
000087****************
000088*
000089        FILE SECTION.
000090*
000091        FD  MASTER-FILE.
000092        COPY "MASTREC.cpy".
000093*
000094        FD  ARCHIVE-FILE.
000095        COPY "MARQREC.cpy".
000096*
000097        FD  HIST-FILE
000098            RECORDING MODE IS F.
000099        COPY "HISTREC.cpy".
000100*
000101        FD  DATE-CARD
000102            RECORDING MODE IS F.
000103        COPY "DATPREC.cpy".
000104*
000105        FD  ARCHIVE-RPT
000106            RECORDING MODE IS F.
000107        01  WS-LINHA-RELATORIO          PIC X(80).
000108*
000109        FD  MSG-FILE
000110            RECORDING MODE IS F.
000111        COPY "MSGREC.cpy".
000112*
000113        WORKING-STORAGE SECTION.
000114*
000115        01  WS-CONDICAO-RETORNO.
000116            05  WS-RC-NORMAL             PIC 9(2) VALUE 00.
000117            05  WS-RC-AVISO              PIC 9(2) VALUE 04.
000118            05  WS-RC-ERRO-DADOS         PIC 9(2) VALUE 08.
000119            05  WS-RC-ERRO-SEVERO        PIC 9(2) VALUE 16.
000120*
000121        01  WS-FS-MASTER               PIC X(2) VALUE SPACES.
000122        01  WS-FS-ARQUIVO              PIC X(2) VALUE SPACES.
000123        01  WS-FS-HISTORIA             PIC X(2) VALUE SPACES.
000124        01  WS-FS-DATAPROC             PIC X(2) VALUE SPACES.
000125        01  WS-FS-RELATORIO            PIC X(2) VALUE SPACES.
000126        01  WS-FS-MENSAGEM             PIC X(2) VALUE SPACES.
000127*
000128        01  WS-MSG-CODIGO-COMP.
000129            05  FILLER                  PIC X(2) VALUE "RC".
000130            05  WS-MSG-CODIGO-RC        PIC 9(2) VALUE ZERO.
000131        77  WS-MSG-SEVERIDADE          PIC X(1) VALUE "I".
000132        77  WS-MSG-TEXTO               PIC X(50) VALUE SPACES.
000133*
000134        01  WS-DATA-HORA-ATUAL.
000135            05  WS-DH-DATA              PIC 9(8).
000136            05  WS-DH-HORA              PIC 9(6).
000137            05  WS-DH-CENTESIMOS        PIC 9(2).
000138            05  WS-DH-DIFGMT            PIC X(5).
000139*
000140        77  WS-DATA-PROCESSO           PIC 9(8) VALUE ZERO.
000141        77  WS-DIAS-RETENCAO           PIC 9(4) VALUE 0365.
000142        77  WS-MIN-RETENCAO            PIC 9(4) VALUE 0030.
000143        77  WS-MAX-RETENCAO            PIC 9(4) VALUE 3650.
000144        77  WS-DATA-CORTE              PIC 9(8) VALUE ZERO.
000145*
000146        77  WS-ARQUIVO-FIM             PIC X(1) VALUE "N".
000147            88  WS-ACABOU-ARQUIVO           VALUE "S".
000148        77  WS-MESTRE-ABERTO           PIC X(1) VALUE "N".
000149            88  WS-ARQUIVOS-ABERTOS         VALUE "S".
000150*
000151*    CHAVES COM MOVIMENTO NA HISTORIA DESDE A DATA DE CORTE, EM
000152*    ORDEM ASCENDENTE (INSERCAO ORDENADA), PARA CASAR COM A
000153*    LEITURA SEQUENCIAL DO MESTRE, QUE VEM NA ORDEM DE MR-ID. A
000154*    TABELA TEM UMA POSICAO ALEM DO MAXIMO PARA A VARREDURA
000155*    PARAR SEM SAIR DOS LIMITES.
000156        77  WS-MAX-RECENTES            PIC 9(5) VALUE 20000.
000157        77  WS-CONT-RECENTES           PIC 9(5) VALUE ZERO.
000158        77  WS-IDX-REC                 PIC 9(5) VALUE ZERO.
000159        77  WS-IDX-DESLOCA             PIC 9(5) VALUE ZERO.
000160        77  WS-IDX-PROXIMO             PIC 9(5) VALUE ZERO.
000161        77  WS-CHAVE-RECENTE           PIC X(1) VALUE "N".
000162            88  WS-TEM-MOVIMENTO-RECENTE    VALUE "S".
000163*
000164        01  WS-TABELA-RECENTES.
000165            05  WS-TAB-REC-ID          OCCURS 20001 TIMES
000166                                       PIC 9(9).
000167*
000168        77  WS-NOME-ANTES              PIC X(30) VALUE SPACES.
000169        77  WS-STATUS-ANTES            PIC X(1) VALUE SPACE.
000170*
000171        77  WS-CONT-HIST-LIDOS         PIC 9(7) VALUE ZERO.
000172        77  WS-CONT-HIST-RECENTES      PIC 9(7) VALUE ZERO.
000173        77  WS-CONT-MESTRE-ANTES       PIC 9(7) VALUE ZERO.
000174        77  WS-CONT-MESTRE-DEPOIS      PIC 9(7) VALUE ZERO.
000175        77  WS-CONT-INATIVOS           PIC 9(7) VALUE ZERO.
000176        77  WS-CONT-INATIVOS-RECENTES  PIC 9(7) VALUE ZERO.
000177        77  WS-CONT-ARQUIVADOS         PIC 9(7) VALUE ZERO.
000178        77  WS-CONT-NOVOS-ARQUIVO      PIC 9(7) VALUE ZERO.
000179        77  WS-CONT-REARQUIVADOS       PIC 9(7) VALUE ZERO.
000180        77  WS-CONT-ARQUIVO-ANTES      PIC 9(7) VALUE ZERO.
000181        77  WS-CONT-ARQUIVO-DEPOIS     PIC 9(7) VALUE ZERO.
000182        77  WS-CONT-ESPERADO           PIC 9(8) VALUE ZERO.
000183*
000184        01  WS-LINHA-TITULO.
000185            05  FILLER                PIC X(32)
000186                  VALUE "ARQUIVAMENTO DE INATIVOS - CORTE".
000187            05  FILLER                PIC X(3)  VALUE " : ".
000188            05  WS-TIT-CORTE          PIC 9(8).
000189            05  FILLER                PIC X(14)
000190                  VALUE "  RETENCAO :  ".
000191            05  WS-TIT-RETENCAO       PIC ZZZ9.
000192            05  FILLER                PIC X(5)  VALUE " DIAS".
000193*
000194        01  WS-LINHA-COLUNAS.
000195            05  FILLER                PIC X(12) VALUE "ACAO".
000196            05  FILLER                PIC X(10) VALUE "CHAVE".
000197            05  FILLER                PIC X(31) VALUE "NOME".
000198            05  FILLER                PIC X(7)  VALUE "ORIGEM".
000199            05  FILLER                PIC X(9)  VALUE "CARGA".
000200*
000201        01  WS-LINHA-ARQUIVADO.
000202            05  WS-ARQ-ACAO           PIC X(12).
000203            05  WS-ARQ-ID             PIC 9(9).
000204            05  FILLER                PIC X(1)  VALUE SPACE.
000205            05  WS-ARQ-NOME           PIC X(30).
000206            05  FILLER                PIC X(1)  VALUE SPACE.
000207            05  WS-ARQ-ORIGEM         PIC X(4).
000208            05  FILLER                PIC X(3)  VALUE SPACES.
000209            05  WS-ARQ-DATA           PIC 9(8).
000210*
000211        01  WS-LINHA-CONTAGEM.
000212            05  WS-CON-ROTULO         PIC X(34).
000213            05  FILLER                PIC X(2)  VALUE ": ".
000214            05  WS-CON-QTD            PIC Z.ZZZ.ZZ9.
000215*
000216***************************
000217        LINKAGE SECTION.
000218***************************
000219*
000220        COPY "PARMREC.cpy".
000221*
000222        PROCEDURE DIVISION USING LK-PARM-RECORD.
000223*
000224            MOVE WS-RC-NORMAL TO RETURN-CODE.
000225*
000226            PERFORM 0050-OBTER-DATA-PROCESSO.
000227            PERFORM 0100-TRATAR-PARM.
000228*
000229            IF RETURN-CODE < WS-RC-ERRO-DADOS
000230                PERFORM 1000-CARREGAR-RECENTES
000231            END-IF.
000232*
000233            IF RETURN-CODE < WS-RC-ERRO-DADOS
000234                PERFORM 1500-CONTAR-ARQUIVO
000235                MOVE WS-CONT-ARQUIVO-DEPOIS
000236                    TO WS-CONT-ARQUIVO-ANTES
000237            END-IF.
000238*
000239            IF RETURN-CODE < WS-RC-ERRO-DADOS
000240                PERFORM 0200-ABRIR-ARQUIVOS
000241            END-IF.
000242*
000243            IF WS-ARQUIVOS-ABERTOS
000244                PERFORM 2000-ARQUIVAR-INATIVOS
000245                PERFORM 8500-FECHAR-ARQUIVOS
000246*
000247                IF RETURN-CODE < WS-RC-ERRO-SEVERO
000248                    PERFORM 3000-RECONTAR-MESTRE
000249                    PERFORM 1500-CONTAR-ARQUIVO
000250                    PERFORM 4000-CONFERIR-BALANCO
000251                END-IF
000252*
000253                PERFORM 8000-EMITIR-CONTAGENS
000254                CLOSE ARCHIVE-RPT
000255*
000256                IF WS-CONT-ARQUIVADOS = ZERO
000257                   AND RETURN-CODE < WS-RC-AVISO
000258                    DISPLAY 'AVISO: NENHUM INATIVO SEM MOVIMENTO '
000259                        'DESDE ' WS-DATA-CORTE
000260                    MOVE WS-RC-AVISO TO RETURN-CODE
000261                END-IF
000262            END-IF.
000263*
000264            DISPLAY 'ARQUIVAMENTO DE INATIVOS - CORTE '
000265                WS-DATA-CORTE
000266                ' MESTRE ANTES ' WS-CONT-MESTRE-ANTES
000267                ' ARQUIVADOS ' WS-CONT-ARQUIVADOS
000268                ' MESTRE DEPOIS ' WS-CONT-MESTRE-DEPOIS.
000269*
000270            PERFORM 9700-REGISTRAR-RESULTADO.
000271*
000272            GOBACK.
000273*
000274**----------------------------------------------------------------*
000275        0050-OBTER-DATA-PROCESSO.
000276**----------------------------------------------------------------*
000277*    A DATA DE CORTE PARTE DA DATA-MOVIMENTO DO CARTAO DATAPROC;
000278*    SEM O CARTAO, VALE A DATA DA MAQUINA, COM AVISO. OS
000279*    CARIMBOS DA HISTORIA E DO MASTARQ SAO DA MAQUINA, COMO NO
000280*    COBOL006 E NO COBOL022.
000281*
000282            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
000283            MOVE WS-DH-DATA TO WS-DATA-PROCESSO.
000284*
000285            OPEN INPUT DATE-CARD.
000286*
000287            IF WS-FS-DATAPROC = "00"
000288                READ DATE-CARD
000289                    AT END
000290                        DISPLAY 'AVISO: DATAPROC VAZIO - USANDO '
000291                            'A DATA DA MAQUINA'
000292                    NOT AT END
000293                        IF DP-DATA-PROCESSAMENTO IS NUMERIC
000294                           AND DP-DATA-PROCESSAMENTO > ZERO
000295                            MOVE DP-DATA-PROCESSAMENTO
000296                                TO WS-DATA-PROCESSO
000297                        ELSE
000298                            DISPLAY 'AVISO: DATAPROC INVALIDO - '
000299                                'USANDO A DATA DA MAQUINA'
000300                        END-IF
000301                END-READ
000302                CLOSE DATE-CARD
000303            ELSE
000304                DISPLAY 'AVISO: DATAPROC INDISPONIVEL - USANDO '
000305                    'A DATA DA MAQUINA'
000306            END-IF.
000307*
000308**----------------------------------------------------------------*
000309        0100-TRATAR-PARM.
000310**----------------------------------------------------------------*
000311*    POSICOES 1-4: PRAZO DE RETENCAO EM DIAS (0030 A 3650). SEM
000312*    PARM VALE O PADRAO DE UM ANO.
000313*
000314            IF LK-PARM-LENGTH > ZERO
000315                IF LK-PARM-LENGTH >= 4
000316                   AND LK-PARM-NAME(1:4) IS NUMERIC
000317                    MOVE LK-PARM-NAME(1:4) TO WS-DIAS-RETENCAO
000318                ELSE
000319                    MOVE ZERO TO WS-DIAS-RETENCAO
000320                END-IF
000321            END-IF.
000322*
000323            IF WS-DIAS-RETENCAO < WS-MIN-RETENCAO
000324               OR WS-DIAS-RETENCAO > WS-MAX-RETENCAO
000325                DISPLAY 'ERRO: PARM DEVE SER A RETENCAO EM DIAS, '
000326                    'DE ' WS-MIN-RETENCAO ' A ' WS-MAX-RETENCAO
000327                MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
000328            ELSE
000329                COMPUTE WS-DATA-CORTE = FUNCTION DATE-OF-INTEGER
000330                    (FUNCTION INTEGER-OF-DATE(WS-DATA-PROCESSO)
000331                     - WS-DIAS-RETENCAO)
000332                DISPLAY 'DATA DE CORTE DO ARQUIVAMENTO: '
000333                    WS-DATA-CORTE
000334            END-IF.
000335*
000336**----------------------------------------------------------------*
000337        0200-ABRIR-ARQUIVOS.
000338**----------------------------------------------------------------*
000339*    SEM O ARQUIVO DE HISTORIA ABERTO NENHUM REGISTRO E TOCADO
000340*    - MESMA REGRA DO COBOL006 E DO COBOL022, A TRILHA DA
000341*    AUDITORIA NAO PODE FICAR COM BURACO. NA FALHA, OS ARQUIVOS
000342*    QUE CHEGARAM A ABRIR SAO FECHADOS.
000343*
000344            OPEN I-O MASTER-FILE.
000345            OPEN I-O ARCHIVE-FILE.
000346            OPEN EXTEND HIST-FILE.
000347            OPEN OUTPUT ARCHIVE-RPT.
000348*
000349            IF WS-FS-MASTER NOT = "00"
000350               OR (WS-FS-ARQUIVO NOT = "00"
000351                   AND WS-FS-ARQUIVO NOT = "05")
000352               OR (WS-FS-HISTORIA NOT = "00"
000353                   AND WS-FS-HISTORIA NOT = "05")
000354               OR WS-FS-RELATORIO NOT = "00"
000355                DISPLAY 'ERRO SEVERO AO ABRIR ARQUIVOS - FS='
000356                    WS-FS-MASTER ' ' WS-FS-ARQUIVO ' '
000357                    WS-FS-HISTORIA ' ' WS-FS-RELATORIO
000358                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000359                IF WS-FS-MASTER = "00"
000360                    CLOSE MASTER-FILE
000361                END-IF
000362                IF WS-FS-ARQUIVO = "00" OR "05"
000363                    CLOSE ARCHIVE-FILE
000364                END-IF
000365                IF WS-FS-HISTORIA = "00" OR "05"
000366                    CLOSE HIST-FILE
000367                END-IF
000368                IF WS-FS-RELATORIO = "00"
000369                    CLOSE ARCHIVE-RPT
000370                END-IF
000371            ELSE
000372                SET WS-ARQUIVOS-ABERTOS TO TRUE
000373                MOVE WS-DATA-CORTE TO WS-TIT-CORTE
000374                MOVE WS-DIAS-RETENCAO TO WS-TIT-RETENCAO
000375                WRITE WS-LINHA-RELATORIO FROM WS-LINHA-TITULO
000376                MOVE SPACES TO WS-LINHA-RELATORIO
000377                WRITE WS-LINHA-RELATORIO
000378                WRITE WS-LINHA-RELATORIO FROM WS-LINHA-COLUNAS
000379            END-IF.
000380*
000381**----------------------------------------------------------------*
000382        1000-CARREGAR-RECENTES.
000383**----------------------------------------------------------------*
000384*    PRIMEIRA PASSADA PELA HISTORIA: GUARDA CADA CHAVE COM
000385*    ALGUMA LINHA DATADA DA DATA DE CORTE EM DIANTE. LINHA COM
000386*    DATA INVALIDA TAMBEM CONTA COMO MOVIMENTO RECENTE - NA
000387*    DUVIDA, O REGISTRO FICA NO MESTRE. TABELA CHEIA E ERRO DE
000388*    DADOS E NADA E ARQUIVADO (NAO HA COMO PROVAR A INATIVIDADE
000389*    DAS CHAVES QUE NAO COUBERAM).
000390*
000391            MOVE "N" TO WS-ARQUIVO-FIM.
000392*
000393            OPEN INPUT HIST-FILE.
000394*
000395            IF WS-FS-HISTORIA NOT = "00"
000396               AND WS-FS-HISTORIA NOT = "05"
000397                DISPLAY 'ERRO SEVERO AO ABRIR HISTORIA - FS='
000398                    WS-FS-HISTORIA
000399                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000400            ELSE
000401                PERFORM UNTIL WS-ACABOU-ARQUIVO
000402                    READ HIST-FILE
000403                        AT END
000404                            SET WS-ACABOU-ARQUIVO TO TRUE
000405                        NOT AT END
000406                            ADD 1 TO WS-CONT-HIST-LIDOS
000407                            IF HS-DATA-MANUTENCAO IS NOT NUMERIC
000408                               OR HS-DATA-MANUTENCAO >=
000409                                  WS-DATA-CORTE
000410                                ADD 1 TO WS-CONT-HIST-RECENTES
000411                                PERFORM 1100-GUARDAR-RECENTE
000412                            END-IF
000413                    END-READ
000414                END-PERFORM
000415                CLOSE HIST-FILE
000416            END-IF.
000417*
000418**----------------------------------------------------------------*
000419        1100-GUARDAR-RECENTE.
000420**----------------------------------------------------------------*
000421*    LOCALIZA A POSICAO DA CHAVE NA TABELA ORDENADA; SE AINDA NAO
000422*    ESTA LA, ABRE ESPACO DESLOCANDO AS MAIORES UMA POSICAO.
000423*
000424            PERFORM VARYING WS-IDX-REC FROM 1 BY 1
000425                    UNTIL WS-IDX-REC > WS-CONT-RECENTES
000426                       OR WS-TAB-REC-ID(WS-IDX-REC) >= HS-ID
000427                CONTINUE
000428            END-PERFORM.
000429*
000430            IF WS-IDX-REC <= WS-CONT-RECENTES
000431               AND WS-TAB-REC-ID(WS-IDX-REC) = HS-ID
000432                CONTINUE
000433            ELSE
000434                IF WS-CONT-RECENTES >= WS-MAX-RECENTES
000435                    DISPLAY 'ERRO: MAIS DE ' WS-MAX-RECENTES
000436                        ' CHAVES COM MOVIMENTO DESDE O CORTE - '
000437                        'NADA SERA ARQUIVADO'
000438                    MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
000439                    SET WS-ACABOU-ARQUIVO TO TRUE
000440                ELSE
000441                    PERFORM VARYING WS-IDX-DESLOCA
000442                            FROM WS-CONT-RECENTES BY -1
000443                            UNTIL WS-IDX-DESLOCA < WS-IDX-REC
000444                        COMPUTE WS-IDX-PROXIMO =
000445                                WS-IDX-DESLOCA + 1
000446                        MOVE WS-TAB-REC-ID(WS-IDX-DESLOCA)
000447                            TO WS-TAB-REC-ID(WS-IDX-PROXIMO)
000448                    END-PERFORM
000449                    MOVE HS-ID TO WS-TAB-REC-ID(WS-IDX-REC)
000450                    ADD 1 TO WS-CONT-RECENTES
000451                END-IF
000452            END-IF.
000453*
000454**----------------------------------------------------------------*
000455        1500-CONTAR-ARQUIVO.
000456**----------------------------------------------------------------*
000457*    CONTA O MASTARQ INTEIRO (ANTES E DEPOIS DO ARQUIVAMENTO)
000458*    PARA O BALANCO DO ARQUIVO. MASTARQ AINDA INEXISTENTE
000459*    (PRIMEIRO ARQUIVAMENTO) CONTA ZERO.
000460*
000461            MOVE "N" TO WS-ARQUIVO-FIM.
000462            MOVE ZERO TO WS-CONT-ARQUIVO-DEPOIS.
000463*
000464            OPEN INPUT ARCHIVE-FILE.
000465*
000466            IF WS-FS-ARQUIVO NOT = "00"
000467               AND WS-FS-ARQUIVO NOT = "05"
000468                DISPLAY 'ERRO SEVERO AO ABRIR MASTARQ - FS='
000469                    WS-FS-ARQUIVO
000470                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000471            ELSE
000472                PERFORM UNTIL WS-ACABOU-ARQUIVO
000473                    READ ARCHIVE-FILE NEXT RECORD
000474                        AT END
000475                            SET WS-ACABOU-ARQUIVO TO TRUE
000476                        NOT AT END
000477                            ADD 1 TO WS-CONT-ARQUIVO-DEPOIS
000478                    END-READ
000479                END-PERFORM
000480                CLOSE ARCHIVE-FILE
000481            END-IF.
000482*
000483**----------------------------------------------------------------*
000484        2000-ARQUIVAR-INATIVOS.
000485**----------------------------------------------------------------*
000486*    PASSADA PELO MESTRE NA ORDEM DE MR-ID, CASADA COM A TABELA
000487*    ORDENADA DAS CHAVES COM MOVIMENTO RECENTE. A LEITURA
000488*    SEQUENCIAL EM MODO DYNAMIC PERMITE EXCLUIR O REGISTRO
000489*    RECEM-LIDO SEM PERDER O POSICIONAMENTO.
000490*
000491            MOVE "N" TO WS-ARQUIVO-FIM.
000492            MOVE 1 TO WS-IDX-REC.
000493*
000494            PERFORM UNTIL WS-ACABOU-ARQUIVO
000495                READ MASTER-FILE NEXT RECORD
000496                    AT END
000497                        SET WS-ACABOU-ARQUIVO TO TRUE
000498                    NOT AT END
000499                        ADD 1 TO WS-CONT-MESTRE-ANTES
000500                        IF MR-STATUS-INATIVO
000501                            ADD 1 TO WS-CONT-INATIVOS
000502                            PERFORM 2100-EXAMINAR-INATIVO
000503                        END-IF
000504                END-READ
000505            END-PERFORM.
000506*
000507**----------------------------------------------------------------*
000508        2100-EXAMINAR-INATIVO.
000509**----------------------------------------------------------------*
000510*    INATIVO CARREGADO DEPOIS DO CORTE OU COM LINHA NA HISTORIA
000511*    DESDE O CORTE FICA NO MESTRE.
000512*
000513            PERFORM UNTIL WS-IDX-REC > WS-CONT-RECENTES
000514                       OR WS-TAB-REC-ID(WS-IDX-REC) >= MR-ID
000515                ADD 1 TO WS-IDX-REC
000516            END-PERFORM.
000517*
000518            MOVE "N" TO WS-CHAVE-RECENTE.
000519            IF WS-IDX-REC <= WS-CONT-RECENTES
000520                IF WS-TAB-REC-ID(WS-IDX-REC) = MR-ID
000521                    SET WS-TEM-MOVIMENTO-RECENTE TO TRUE
000522                END-IF
000523            END-IF.
000524*
000525            IF WS-TEM-MOVIMENTO-RECENTE
000526               OR MR-DATA-EXECUCAO NOT < WS-DATA-CORTE
000527                ADD 1 TO WS-CONT-INATIVOS-RECENTES
000528            ELSE
000529                PERFORM 2200-ARQUIVAR-REGISTRO
000530            END-IF.
000531*
000532**----------------------------------------------------------------*
000533        2200-ARQUIVAR-REGISTRO.
000534**----------------------------------------------------------------*
000535*    GRAVA NO MASTARQ, DEIXA A TRILHA E SO ENTAO EXCLUI DO
000536*    MESTRE - REGISTRO FORA DO MESTRE SEMPRE TEM A SUA LINHA Q NA
000537*    HISTORIA. CHAVE JA PRESENTE NO MASTARQ (ARQUIVADA ANTES E
000538*    REINTEGRADA, OU REEXECUCAO DEPOIS DE UMA FALHA) E REGRAVADA
000539*    COM A IMAGEM ATUAL. QUALQUER FALHA PARA A PASSADA - A
000540*    REEXECUCAO RETOMA DE ONDE PAROU; SE A FALHA FOI NO DELETE, A
000541*    CHAVE CONTINUA NO MESTRE E A REEXECUCAO A ARQUIVA DE NOVO,
000542*    COM UMA SEGUNDA LINHA Q.
000543*
000544            MOVE MR-NOME   TO WS-NOME-ANTES.
000545            MOVE MR-STATUS TO WS-STATUS-ANTES.
000546*
000547            MOVE MR-ID            TO MA-ID.
000548            MOVE MR-NOME          TO MA-NOME.
000549            MOVE MR-DATA-EXECUCAO TO MA-DATA-EXECUCAO.
000550            MOVE MR-STATUS        TO MA-STATUS.
000551            MOVE MR-ORIGEM        TO MA-ORIGEM.
000552            MOVE WS-DH-DATA       TO MA-DATA-ARQUIVAMENTO.
000553            MOVE WS-DH-HORA       TO MA-HORA-ARQUIVAMENTO.
000554            SET MA-SITUACAO-ARQUIVADO TO TRUE.
000555            MOVE ZERO             TO MA-DATA-REINTEGRACAO.
000556*
000557            WRITE MA-ARQUIVO-RECORD.
000558*
000559            IF WS-FS-ARQUIVO = "22"
000560                REWRITE MA-ARQUIVO-RECORD
000561                IF WS-FS-ARQUIVO = "00"
000562                    ADD 1 TO WS-CONT-REARQUIVADOS
000563                    MOVE "REARQUIVADO " TO WS-ARQ-ACAO
000564                END-IF
000565            ELSE
000566                IF WS-FS-ARQUIVO = "00"
000567                    ADD 1 TO WS-CONT-NOVOS-ARQUIVO
000568                    MOVE "ARQUIVADO   " TO WS-ARQ-ACAO
000569                END-IF
000570            END-IF.
000571*
000572            IF WS-FS-ARQUIVO NOT = "00"
000573                DISPLAY 'ERRO SEVERO AO GRAVAR MASTARQ ID '
000574                    MR-ID ' - FS=' WS-FS-ARQUIVO
000575                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000576                SET WS-ACABOU-ARQUIVO TO TRUE
000577            ELSE
000578                PERFORM 2300-GRAVAR-HISTORIA
000579            END-IF.
000580*
000581            IF RETURN-CODE < WS-RC-ERRO-SEVERO
000582                DELETE MASTER-FILE
000583                IF WS-FS-MASTER NOT = "00"
000584                    DISPLAY 'ERRO SEVERO AO EXCLUIR DO MESTRE ID '
000585                        MR-ID ' - FS=' WS-FS-MASTER
000586                    MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000587                    SET WS-ACABOU-ARQUIVO TO TRUE
000588                ELSE
000589                    ADD 1 TO WS-CONT-ARQUIVADOS
000590                    PERFORM 2400-GRAVAR-LINHA-RELATORIO
000591                END-IF
000592            END-IF.
000593*
000594**----------------------------------------------------------------*
000595        2300-GRAVAR-HISTORIA.
000596**----------------------------------------------------------------*
000597*    O REGISTRO SAI DO MESTRE COMO ESTAVA: A IMAGEM DEPOIS E A
000598*    MESMA DO ANTES, E O TIPO Q DIZ QUE ELA FOI PARA O MASTARQ -
000599*    O COBOL015 CONTINUA MOSTRANDO O NOME E O STATUS NA DATA.
000600*
000601            MOVE MR-ID              TO HS-ID.
000602            SET HS-TIPO-ARQUIVAMENTO TO TRUE.
000603            MOVE WS-NOME-ANTES      TO HS-NOME-ANTES.
000604            MOVE WS-STATUS-ANTES    TO HS-STATUS-ANTES.
000605            MOVE WS-NOME-ANTES      TO HS-NOME-DEPOIS.
000606            MOVE WS-STATUS-ANTES    TO HS-STATUS-DEPOIS.
000607            MOVE WS-DH-DATA         TO HS-DATA-MANUTENCAO.
000608            MOVE WS-DH-HORA         TO HS-HORA-MANUTENCAO.
000609*
000610            WRITE HS-HISTORY-RECORD.
000611*
000612            IF WS-FS-HISTORIA NOT = "00"
000613                DISPLAY 'ERRO SEVERO AO GRAVAR HISTORIA - FS='
000614                    WS-FS-HISTORIA
000615                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000616                SET WS-ACABOU-ARQUIVO TO TRUE
000617            END-IF.
000618*
000619**----------------------------------------------------------------*
000620        2400-GRAVAR-LINHA-RELATORIO.
000621**----------------------------------------------------------------*
000622            MOVE MR-ID            TO WS-ARQ-ID.
000623            MOVE WS-NOME-ANTES    TO WS-ARQ-NOME.
000624            MOVE MR-ORIGEM        TO WS-ARQ-ORIGEM.
000625            MOVE MR-DATA-EXECUCAO TO WS-ARQ-DATA.
000626*
000627            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-ARQUIVADO.
000628*
000629**----------------------------------------------------------------*
000630        3000-RECONTAR-MESTRE.
000631**----------------------------------------------------------------*
000632*    RECONTA O MESTRE NUMA PASSADA PROPRIA, DEPOIS DE FECHADO -
000633*    O DEPOIS DO BALANCO NAO SAI DA CONTA DE QUEM ARQUIVOU.
000634*
000635            MOVE "N" TO WS-ARQUIVO-FIM.
000636*
000637            OPEN INPUT MASTER-FILE.
000638*
000639            IF WS-FS-MASTER NOT = "00"
000640                DISPLAY 'ERRO SEVERO AO REABRIR MASTOUT - FS='
000641                    WS-FS-MASTER
000642                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000643            ELSE
000644                PERFORM UNTIL WS-ACABOU-ARQUIVO
000645                    READ MASTER-FILE NEXT RECORD
000646                        AT END
000647                            SET WS-ACABOU-ARQUIVO TO TRUE
000648                        NOT AT END
000649                            ADD 1 TO WS-CONT-MESTRE-DEPOIS
000650                    END-READ
000651                END-PERFORM
000652                CLOSE MASTER-FILE
000653            END-IF.
000654*
000655**----------------------------------------------------------------*
000656        4000-CONFERIR-BALANCO.
000657**----------------------------------------------------------------*
000658*    MESTRE: ANTES = DEPOIS + ARQUIVADOS. MASTARQ: ANTES + NOVOS
000659*    = DEPOIS (O REARQUIVADO SO REGRAVA UMA CHAVE QUE JA ESTAVA
000660*    LA). SE UMA DAS DUAS NAO FECHA, ALGUEM MEXEU NOS ARQUIVOS
000661*    DURANTE A EXECUCAO OU UMA GRAVACAO SE PERDEU.
000662*
000663            COMPUTE WS-CONT-ESPERADO =
000664                    WS-CONT-MESTRE-DEPOIS + WS-CONT-ARQUIVADOS.
000665*
000666            IF WS-CONT-ESPERADO NOT = WS-CONT-MESTRE-ANTES
000667                DISPLAY 'ERRO SEVERO - BALANCO DO MESTRE NAO '
000668                    'FECHA: ' WS-CONT-MESTRE-ANTES ' <> '
000669                    WS-CONT-MESTRE-DEPOIS ' + ' WS-CONT-ARQUIVADOS
000670                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000671            END-IF.
000672*
000673            COMPUTE WS-CONT-ESPERADO =
000674                    WS-CONT-ARQUIVO-ANTES + WS-CONT-NOVOS-ARQUIVO.
000675*
000676            IF WS-CONT-ESPERADO NOT = WS-CONT-ARQUIVO-DEPOIS
000677                DISPLAY 'ERRO SEVERO - BALANCO DO MASTARQ NAO '
000678                    'FECHA: ' WS-CONT-ARQUIVO-ANTES ' + '
000679                    WS-CONT-NOVOS-ARQUIVO ' <> '
000680                    WS-CONT-ARQUIVO-DEPOIS
000681                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000682            END-IF.
000683*
000684**----------------------------------------------------------------*
000685        8000-EMITIR-CONTAGENS.
000686**----------------------------------------------------------------*
000687            MOVE SPACES TO WS-LINHA-RELATORIO.
000688            WRITE WS-LINHA-RELATORIO.
000689*
000690            MOVE "LINHAS LIDAS NA HISTORIA" TO WS-CON-ROTULO.
000691            MOVE WS-CONT-HIST-LIDOS TO WS-CON-QTD.
000692            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000693            MOVE "CHAVES COM MOVIMENTO DESDE O CORTE"
000694                TO WS-CON-ROTULO.
000695            MOVE WS-CONT-RECENTES TO WS-CON-QTD.
000696            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000697            MOVE "INATIVOS NO MESTRE" TO WS-CON-ROTULO.
000698            MOVE WS-CONT-INATIVOS TO WS-CON-QTD.
000699            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000700            MOVE "INATIVOS MANTIDOS (RECENTES)" TO WS-CON-ROTULO.
000701            MOVE WS-CONT-INATIVOS-RECENTES TO WS-CON-QTD.
000702            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000703*
000704            MOVE SPACES TO WS-LINHA-RELATORIO.
000705            WRITE WS-LINHA-RELATORIO.
000706            MOVE "MESTRE ANTES" TO WS-CON-ROTULO.
000707            MOVE WS-CONT-MESTRE-ANTES TO WS-CON-QTD.
000708            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000709            MOVE "ARQUIVADOS NESTA EXECUCAO" TO WS-CON-ROTULO.
000710            MOVE WS-CONT-ARQUIVADOS TO WS-CON-QTD.
000711            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000712            MOVE "MESTRE DEPOIS (RECONTADO)" TO WS-CON-ROTULO.
000713            MOVE WS-CONT-MESTRE-DEPOIS TO WS-CON-QTD.
000714            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000715*
000716            MOVE SPACES TO WS-LINHA-RELATORIO.
000717            WRITE WS-LINHA-RELATORIO.
000718            MOVE "MASTARQ ANTES" TO WS-CON-ROTULO.
000719            MOVE WS-CONT-ARQUIVO-ANTES TO WS-CON-QTD.
000720            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000721            MOVE "CHAVES NOVAS NO MASTARQ" TO WS-CON-ROTULO.
000722            MOVE WS-CONT-NOVOS-ARQUIVO TO WS-CON-QTD.
000723            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000724            MOVE "REARQUIVADAS (REGRAVADAS)" TO WS-CON-ROTULO.
000725            MOVE WS-CONT-REARQUIVADOS TO WS-CON-QTD.
000726            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000727            MOVE "MASTARQ DEPOIS (RECONTADO)" TO WS-CON-ROTULO.
000728            MOVE WS-CONT-ARQUIVO-DEPOIS TO WS-CON-QTD.
000729            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000730*
000731            MOVE SPACES TO WS-LINHA-RELATORIO.
000732            WRITE WS-LINHA-RELATORIO.
000733            IF RETURN-CODE >= WS-RC-ERRO-SEVERO
000734                MOVE 'BALANCO: NAO FECHA - VER CONSOLA'
000735                    TO WS-LINHA-RELATORIO
000736            ELSE
000737                MOVE 'BALANCO: ANTES = DEPOIS + ARQUIVADOS - OK'
000738                    TO WS-LINHA-RELATORIO
000739            END-IF.
000740            WRITE WS-LINHA-RELATORIO.
000741*
000742**----------------------------------------------------------------*
000743        8500-FECHAR-ARQUIVOS.
000744**----------------------------------------------------------------*
000745            CLOSE MASTER-FILE.
000746            CLOSE ARCHIVE-FILE.
000747            CLOSE HIST-FILE.
000748*
000749**----------------------------------------------------------------*
000750        9700-REGISTRAR-RESULTADO.
000751**----------------------------------------------------------------*
000752*    GRAVA NO ARQUIVO CENTRAL DE MENSAGENS (MENSAGEM) O
000753*    DESFECHO DA EXECUCAO QUANDO HOUVE ALGO ACIONAVEL
000754*    (RETURN-CODE >= 4), PARA O RELATORIO DE EXCECOES DO
000755*    COBOL020.
000756*
000757            IF RETURN-CODE >= WS-RC-AVISO
000758                IF RETURN-CODE >= WS-RC-ERRO-DADOS
000759                    MOVE "E" TO WS-MSG-SEVERIDADE
000760                ELSE
000761                    MOVE "A" TO WS-MSG-SEVERIDADE
000762                END-IF
000763                MOVE RETURN-CODE TO WS-MSG-CODIGO-RC
000764                MOVE 'ARQUIVAMENTO DE INATIVOS COM RESSALVA'
000765                    TO WS-MSG-TEXTO
000766                PERFORM 9800-GRAVAR-MENSAGEM
000767            END-IF.
000768*
000769**----------------------------------------------------------------*
000770        9800-GRAVAR-MENSAGEM.
000771**----------------------------------------------------------------*
000772            OPEN EXTEND MSG-FILE.
000773*
000774            IF WS-FS-MENSAGEM NOT = "00"
000775                DISPLAY 'ERRO AO ABRIR MENSAGEM - FS='
000776                    WS-FS-MENSAGEM
000777            ELSE
000778                MOVE 'COBOL036' TO MG-PROGRAM-ID
000779                MOVE WS-MSG-SEVERIDADE TO MG-SEVERIDADE
000780                MOVE WS-MSG-CODIGO-COMP TO MG-CODIGO
000781                MOVE WS-DATA-PROCESSO TO MG-DATA-MOVIMENTO
000782                MOVE WS-DH-HORA TO MG-HORA-GRAVACAO
000783                MOVE WS-MSG-TEXTO TO MG-TEXTO
000784*
000785                WRITE MG-MESSAGE-RECORD
000786*
000787                IF WS-FS-MENSAGEM NOT = "00"
000788                    DISPLAY 'ERRO AO GRAVAR MENSAGEM - FS='
000789                        WS-FS-MENSAGEM
000790                END-IF
000791*
000792                CLOSE MSG-FILE
000793            END-IF.
000794*
000795        END PROGRAM COBOL036.
000796* FIM DO PROGRAMA ****************************
