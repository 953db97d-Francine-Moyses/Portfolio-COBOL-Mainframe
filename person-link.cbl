000001******************************************************************
000002* DATA     : 15/10/2026
000003* AUTOR    : FRANCINE NUNES MOYSES
000004* OBJETIVO : CONFIRMACAO DE VINCULO DE PESSOAS. LE O DECK PESSDEC
000005*            (COPY PESSDEC), EM QUE O REVISOR CONFIRMA OS GRUPOS
000006*            DA PROPOSTA RELPESS DO COBOL037 (OU MONTA OUTROS),
000007*            E ATUALIZA A REFERENCIA CRUZADA DE PESSOAS (PESSOAS,
000008*            COPY PESSREC). CARTAO "V" PEDE O VINCULO DO MR-ID AOS
000009*            DEMAIS CARTOES "V" DO MESMO GRUPO (CARTOES DE UM
000010*            GRUPO VEM JUNTOS); CARTAO "D" DESFAZ O VINCULO DO
000011*            MR-ID, QUE VOLTA A SER UMA PESSOA SO (SE O NUMERO DA
000012*            PESSOA ERA ELE, OS DEMAIS MR-ID DELA SAO RENUMERADOS
000013*            PARA O MENOR MR-ID QUE FICOU). TODO MR-ID DO
000014*            GRUPO TEM QUE EXISTIR NO MESTRE (MASTOUT) OU NO
000015*            ARQUIVO DE MESTRES ARQUIVADOS (MASTARQ). O GRUPO
000016*            FICA COM O MENOR NUMERO DE PESSOA JA EXISTENTE ENTRE
000017*            OS SEUS MR-ID (AS OUTRAS PESSOAS ENVOLVIDAS SAO
000018*            INCORPORADAS A ELA) OU, SE NENHUM MR-ID ESTAVA
000019*            VINCULADO, COM O MENOR MR-ID DO GRUPO. CADA CARTAO E
000020*            CADA VINCULO REAPONTADO SAI NO RELATORIO RELVINC.
000021* CPD      : INEFE
000022******************************************************************
000023******************************************************************
000024* CONDICOES DE RETORNO (RETURN-CODE) DESTE PROGRAMA:
000025*     0000  =  PROCESSAMENTO NORMAL, TODOS OS CARTOES APLICADOS
000026*     0004  =  AVISO - HOUVE CARTOES RECUSADOS (SEM OPERADOR, ACAO
000027*              INVALIDA, MR-ID INEXISTENTE OU REPETIDO, GRUPO COM
000028*              UM SO MR-ID, DESVINCULO SEM VINCULO) OU O DECK
000029*              VEIO VAZIO
000030*     0008  =  ERRO DE DADOS - NENHUM CARTAO APLICADO, TODOS
000031*              RECUSADOS
000032*     0016  =  ERRO SEVERO - FALHA AO ABRIR MASTOUT, MASTARQ,
000033*              PESSOAS OU RELVINC, OU AO GRAVAR EM PESSOAS (O
000034*              PROCESSAMENTO PARA NO PONTO DA FALHA)
000035******************************************************************
000036        IDENTIFICATION DIVISION.
000037**************************
000038        PROGRAM-ID. COBOL038.
000039        AUTHOR. FRANCINE NUNES MOYSES.
000040        DATE-WRITTEN. 26/10/15 @ 22:00:00.
000041        DATE-COMPILED. 2026-10-15.
000042        INSTALLATION. INEFE.
000043        SECURITY. NORMAL.
000044*
000045***********************
000046        ENVIRONMENT DIVISION.
000047***********************
000048*
000049        INPUT-OUTPUT SECTION.
000050*
000051        FILE-CONTROL.
000052            SELECT OPTIONAL LINK-DECK ASSIGN TO "PESSDEC"
000053                ORGANIZATION IS SEQUENTIAL
000054                FILE STATUS IS WS-FS-DECK.
000055*
000056            SELECT MASTER-FILE ASSIGN TO "MASTOUT"
000057                ORGANIZATION IS INDEXED
000058                ACCESS MODE IS RANDOM
000059                RECORD KEY IS MR-ID
000060                FILE STATUS IS WS-FS-MASTER.
000061*
000062            SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO "MASTARQ"
000063                ORGANIZATION IS INDEXED
000064                ACCESS MODE IS RANDOM
000065                RECORD KEY IS MA-ID
000066                FILE STATUS IS WS-FS-ARQUIVO.
000067*
000068            SELECT OPTIONAL PERSON-XREF ASSIGN TO "PESSOAS"
000069                ORGANIZATION IS INDEXED
000070                ACCESS MODE IS DYNAMIC
000071                RECORD KEY IS PX-ID
000072                FILE STATUS IS WS-FS-PESSOAS.
000073*
000074            SELECT OPTIONAL DATE-CARD ASSIGN TO "DATAPROC"
000075                ORGANIZATION IS SEQUENTIAL
000076                FILE STATUS IS WS-FS-DATAPROC.
000077*
000078            SELECT LINK-RPT ASSIGN TO "RELVINC"
000079                ORGANIZATION IS SEQUENTIAL
000080                FILE STATUS IS WS-FS-RELATORIO.
000081*
000082            SELECT MSG-FILE ASSIGN TO "MENSAGEM"
000083                ORGANIZATION IS SEQUENTIAL
000084                FILE STATUS IS WS-FS-MENSAGEM.
000085*
000086****************
000087        DATA DIVISION.
000088****************
000089*
000090        FILE SECTION.
000091*
000092        FD  LINK-DECK
000093            RECORDING MODE IS F.
000094        COPY "PESSDEC.cpy".
000095*
000096        FD  MASTER-FILE.
000097        COPY "MASTREC.cpy".
000098*
000099        FD  ARCHIVE-FILE.
000100        COPY "MARQREC.cpy".
000101*
000102        FD  PERSON-XREF.
000103        COPY "PESSREC.cpy".
000104*
000105        FD  DATE-CARD
000106            RECORDING MODE IS F.
000107        COPY "DATPREC.cpy".
000108*
000109        FD  LINK-RPT
000110            RECORDING MODE IS F.
000111        01  WS-LINHA-RELATORIO          PIC X(80).
000112*
000113        FD  MSG-FILE
000114            RECORDING MODE IS F.
000115        COPY "MSGREC.cpy".
000116*
000117        WORKING-STORAGE SECTION.
000118*
000119        01  WS-CONDICAO-RETORNO.
000120            05  WS-RC-NORMAL             PIC 9(2) VALUE 00.
000121            05  WS-RC-AVISO              PIC 9(2) VALUE 04.
000122            05  WS-RC-ERRO-DADOS         PIC 9(2) VALUE 08.
000123            05  WS-RC-ERRO-SEVERO        PIC 9(2) VALUE 16.
000124*
000125        01  WS-FS-DECK                 PIC X(2) VALUE SPACES.
000126        01  WS-FS-MASTER               PIC X(2) VALUE SPACES.
000127        01  WS-FS-ARQUIVO              PIC X(2) VALUE SPACES.
000128        01  WS-FS-PESSOAS              PIC X(2) VALUE SPACES.
000129        01  WS-FS-DATAPROC             PIC X(2) VALUE SPACES.
000130        01  WS-FS-RELATORIO            PIC X(2) VALUE SPACES.
000131        01  WS-FS-MENSAGEM             PIC X(2) VALUE SPACES.
000132*
000133        01  WS-MSG-CODIGO-COMP.
000134            05  FILLER                  PIC X(2) VALUE "RC".
000135            05  WS-MSG-CODIGO-RC        PIC 9(2) VALUE ZERO.
000136        77  WS-MSG-SEVERIDADE          PIC X(1) VALUE "I".
000137        77  WS-MSG-TEXTO               PIC X(50) VALUE SPACES.
000138*
000139        01  WS-DATA-HORA-ATUAL.
000140            05  WS-DH-DATA              PIC 9(8).
000141            05  WS-DH-HORA              PIC 9(6).
000142            05  WS-DH-CENTESIMOS        PIC 9(2).
000143            05  WS-DH-DIFGMT            PIC X(5).
000144*
000145        77  WS-DATA-PROCESSO           PIC 9(8) VALUE ZERO.
000146*
000147        77  WS-DECK-FIM                PIC X(1) VALUE "N".
000148            88  WS-ACABOU-DECK              VALUE "S".
000149        77  WS-XREF-FIM                PIC X(1) VALUE "N".
000150            88  WS-ACABOU-XREF              VALUE "S".
000151        77  WS-ARQUIVOS-ABERTOS        PIC X(1) VALUE "N".
000152            88  WS-ABRIU-ARQUIVOS           VALUE "S".
000153        77  WS-ID-CADASTRADO           PIC X(1) VALUE "N".
000154            88  WS-ID-EXISTE                VALUE "S".
000155        77  WS-ID-REPETIDO             PIC X(1) VALUE "N".
000156            88  WS-ID-JA-NO-GRUPO           VALUE "S".
000157*
000158*    MR-ID DO GRUPO CORRENTE (CARTOES "V" CONSECUTIVOS COM O MESMO
000159*    PV-GRUPO), COM A PESSOA A QUE CADA UM JA ESTAVA LIGADO.
000160        77  WS-MAX-MEMBROS             PIC 9(3) VALUE 500.
000161        77  WS-CONT-MEMBROS            PIC 9(3) VALUE ZERO.
000162        77  WS-IDX-MBR                 PIC 9(3) VALUE ZERO.
000163        77  WS-IDX-OUTRO               PIC 9(3) VALUE ZERO.
000164        77  WS-GRUPO-CORRENTE          PIC 9(6) VALUE ZERO.
000165*
000166        01  WS-TABELA-MEMBROS.
000167            05  WS-TAB-MBR-ENT         OCCURS 500 TIMES.
000168                10  WS-TAB-MBR-ID           PIC 9(9).
000169                10  WS-TAB-MBR-OPER         PIC X(8).
000170                10  WS-TAB-MBR-PESSOA       PIC 9(9).
000171*
000172        77  WS-PESSOA-SOBREVIVENTE     PIC 9(9) VALUE ZERO.
000173        77  WS-PESSOA-INCORPORADA      PIC 9(9) VALUE ZERO.
000174        77  WS-OPERADOR-GRUPO          PIC X(8) VALUE SPACES.
000175        77  WS-MOTIVO-REAPONTE         PIC X(24) VALUE SPACES.
000176*
000177        77  WS-CONT-CARTOES            PIC 9(6) VALUE ZERO.
000178        77  WS-CONT-GRUPOS             PIC 9(6) VALUE ZERO.
000179        77  WS-CONT-VINCULADOS         PIC 9(6) VALUE ZERO.
000180        77  WS-CONT-JA-VINCULADOS      PIC 9(6) VALUE ZERO.
000181        77  WS-CONT-REAPONTADOS        PIC 9(6) VALUE ZERO.
000182        77  WS-CONT-DESVINCULADOS      PIC 9(6) VALUE ZERO.
000183        77  WS-CONT-RECUSADOS          PIC 9(6) VALUE ZERO.
000184*
000185        01  WS-LINHA-TITULO.
000186            05  FILLER                PIC X(30)
000187                  VALUE "VINCULO DE PESSOAS - DATA:    ".
000188            05  WS-TIT-DATA           PIC 9(8).
000189*
000190        01  WS-LINHA-COLUNAS.
000191            05  FILLER                PIC X(13) VALUE "SITUACAO".
000192            05  FILLER                PIC X(8)  VALUE "GRUPO".
000193            05  FILLER                PIC X(10) VALUE "MR-ID".
000194            05  FILLER                PIC X(10) VALUE "PESSOA".
000195            05  FILLER                PIC X(9)  VALUE "OPERADOR".
000196            05  FILLER                PIC X(20) VALUE "MOTIVO".
000197*
000198        01  WS-LINHA-CARTAO.
000199            05  WS-CAR-SITUACAO       PIC X(12).
000200            05  FILLER                PIC X(1)  VALUE SPACE.
000201            05  WS-CAR-GRUPO          PIC X(6).
000202            05  FILLER                PIC X(2)  VALUE SPACES.
000203            05  WS-CAR-ID             PIC X(9).
000204            05  FILLER                PIC X(1)  VALUE SPACE.
000205            05  WS-CAR-PESSOA         PIC X(9).
000206            05  FILLER                PIC X(1)  VALUE SPACE.
000207            05  WS-CAR-OPERADOR       PIC X(8).
000208            05  FILLER                PIC X(1)  VALUE SPACE.
000209            05  WS-CAR-MOTIVO         PIC X(24).
000210*
000211        01  WS-LINHA-CONTAGEM.
000212            05  WS-CON-ROTULO         PIC X(30).
000213            05  FILLER                PIC X(2)  VALUE ": ".
000214            05  WS-CON-QTD            PIC ZZZZZ9.
000215*
000216*********************
000217        PROCEDURE DIVISION.
000218*********************
000219*
000220            MOVE WS-RC-NORMAL TO RETURN-CODE.
000221*
000222            PERFORM 0050-OBTER-DATA-PROCESSO.
000223            PERFORM 1000-ABRIR-ARQUIVOS.
000224*
000225            IF WS-ABRIU-ARQUIVOS
000226                PERFORM 2000-PROCESSAR-DECK
000227                PERFORM 8000-EMITIR-CONTAGENS
000228                PERFORM 8500-FECHAR-ARQUIVOS
000229*
000230                IF RETURN-CODE < WS-RC-ERRO-SEVERO
000231                    EVALUATE TRUE
000232                        WHEN WS-CONT-CARTOES = ZERO
000233                            DISPLAY 'AVISO: DECK PESSDEC VAZIO - '
000234                                'NADA A VINCULAR'
000235                            MOVE WS-RC-AVISO TO RETURN-CODE
000236                        WHEN WS-CONT-VINCULADOS = ZERO
000237                             AND WS-CONT-REAPONTADOS = ZERO
000238                             AND WS-CONT-DESVINCULADOS = ZERO
000239                             AND WS-CONT-JA-VINCULADOS = ZERO
000240                            MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
000241                        WHEN WS-CONT-RECUSADOS > ZERO
000242                            MOVE WS-RC-AVISO TO RETURN-CODE
000243                        WHEN OTHER
000244                            CONTINUE
000245                    END-EVALUATE
000246                END-IF
000247            END-IF.
000248*
000249            DISPLAY 'VINCULO DE PESSOAS - CARTOES '
000250                WS-CONT-CARTOES
000251                ' VINCULADOS ' WS-CONT-VINCULADOS
000252                ' REAPONTADOS ' WS-CONT-REAPONTADOS
000253                ' DESVINCULADOS ' WS-CONT-DESVINCULADOS
000254                ' RECUSADOS ' WS-CONT-RECUSADOS.
000255*
000256            PERFORM 9700-REGISTRAR-RESULTADO.
000257*
000258            STOP RUN.
000259*
000260**----------------------------------------------------------------*
000261        0050-OBTER-DATA-PROCESSO.
000262**----------------------------------------------------------------*
000263*    A DATA-MOVIMENTO DO CARTAO DATAPROC VAI EM PX-DATA-VINCULO;
000264*    SEM O CARTAO, VALE A DATA DA MAQUINA.
000265*
000266            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
000267            MOVE WS-DH-DATA TO WS-DATA-PROCESSO.
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
000280                                TO WS-DATA-PROCESSO
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
000295*    PESSOAS E MASTARQ PODEM AINDA NAO TER REGISTRO NENHUM (FS
000296*    05); O DECK PODE FALTAR, E AI A RODADA SO AVISA.
000297*
000298            OPEN INPUT LINK-DECK.
000299            OPEN INPUT MASTER-FILE.
000300            OPEN INPUT ARCHIVE-FILE.
000301            OPEN I-O PERSON-XREF.
000302            OPEN OUTPUT LINK-RPT.
000303*
000304            IF (WS-FS-DECK NOT = "00" AND WS-FS-DECK NOT = "05")
000305               OR WS-FS-MASTER NOT = "00"
000306               OR (WS-FS-ARQUIVO NOT = "00"
000307                   AND WS-FS-ARQUIVO NOT = "05")
000308               OR (WS-FS-PESSOAS NOT = "00"
000309                   AND WS-FS-PESSOAS NOT = "05")
000310               OR WS-FS-RELATORIO NOT = "00"
000311                DISPLAY 'ERRO SEVERO AO ABRIR ARQUIVOS - FS='
000312                    WS-FS-DECK ' ' WS-FS-MASTER ' ' WS-FS-ARQUIVO
000313                    ' ' WS-FS-PESSOAS ' ' WS-FS-RELATORIO
000314                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000315            ELSE
000316                SET WS-ABRIU-ARQUIVOS TO TRUE
000317                MOVE WS-DATA-PROCESSO TO WS-TIT-DATA
000318                WRITE WS-LINHA-RELATORIO FROM WS-LINHA-TITULO
000319                MOVE SPACES TO WS-LINHA-RELATORIO
000320                WRITE WS-LINHA-RELATORIO
000321                WRITE WS-LINHA-RELATORIO FROM WS-LINHA-COLUNAS
000322            END-IF.
000323*
000324**----------------------------------------------------------------*
000325        2000-PROCESSAR-DECK.
000326**----------------------------------------------------------------*
000327*    O GRUPO CORRENTE SO E APLICADO QUANDO CHEGA UM CARTAO DE
000328*    OUTRO GRUPO, UM CARTAO D (MESMO QUE DO MESMO GRUPO) OU O FIM
000329*    DO DECK. UMA FALHA DE GRAVACAO EM PESSOAS INTERROMPE A
000330*    LEITURA.
000331*
000332            PERFORM UNTIL WS-ACABOU-DECK
000333                READ LINK-DECK
000334                    AT END
000335                        SET WS-ACABOU-DECK TO TRUE
000336                    NOT AT END
000337                        ADD 1 TO WS-CONT-CARTOES
000338                        PERFORM 2100-TRATAR-CARTAO
000339                END-READ
000340*
000341                IF RETURN-CODE >= WS-RC-ERRO-SEVERO
000342                    SET WS-ACABOU-DECK TO TRUE
000343                END-IF
000344            END-PERFORM.
000345*
000346            IF WS-CONT-MEMBROS > ZERO
000347               AND RETURN-CODE < WS-RC-ERRO-SEVERO
000348                PERFORM 3000-APLICAR-GRUPO
000349            END-IF.
000350*
000351            CLOSE LINK-DECK.
000352*
000353**----------------------------------------------------------------*
000354        2100-TRATAR-CARTAO.
000355**----------------------------------------------------------------*
000356*    O CARTAO D FECHA ANTES O GRUPO PENDENTE: O DESVINCULO
000357*    RENUMERA PESSOAS E NAO PODE RODAR COM VINCULOS AINDA NAO
000358*    APLICADOS NEM TROCAR O GRUPO CORRENTE NO MEIO DELES. SE A
000359*    GRAVACAO DO GRUPO FALHAR, O CARTAO NAO E TRATADO.
000360*
000361            IF WS-CONT-MEMBROS > ZERO
000362               AND (PV-GRUPO NOT = WS-GRUPO-CORRENTE
000363                    OR PV-ACAO-DESVINCULAR)
000364                PERFORM 3000-APLICAR-GRUPO
000365            END-IF.
000366*
000367            EVALUATE TRUE
000368                WHEN RETURN-CODE >= WS-RC-ERRO-SEVERO
000369                    CONTINUE
000370                WHEN PV-GRUPO NOT NUMERIC
000371                    MOVE "GRUPO INVALIDO" TO WS-CAR-MOTIVO
000372                    PERFORM 2900-RECUSAR-CARTAO
000373                WHEN PV-OPERADOR = SPACES
000374                    MOVE "SEM OPERADOR" TO WS-CAR-MOTIVO
000375                    PERFORM 2900-RECUSAR-CARTAO
000376                WHEN PV-ID NOT NUMERIC OR PV-ID = ZERO
000377                    MOVE "MR-ID INVALIDO" TO WS-CAR-MOTIVO
000378                    PERFORM 2900-RECUSAR-CARTAO
000379                WHEN PV-ACAO-VINCULAR
000380                    PERFORM 2200-GUARDAR-MEMBRO
000381                WHEN PV-ACAO-DESVINCULAR
000382                    PERFORM 2300-DESVINCULAR
000383                WHEN OTHER
000384                    MOVE "ACAO INVALIDA" TO WS-CAR-MOTIVO
000385                    PERFORM 2900-RECUSAR-CARTAO
000386            END-EVALUATE.
000387*
000388**----------------------------------------------------------------*
000389        2200-GUARDAR-MEMBRO.
000390**----------------------------------------------------------------*
000391            PERFORM 2250-VALIDAR-ID.
000392*
000393            MOVE "N" TO WS-ID-REPETIDO.
000394            PERFORM VARYING WS-IDX-MBR FROM 1 BY 1
000395                    UNTIL WS-IDX-MBR > WS-CONT-MEMBROS
000396                IF WS-TAB-MBR-ID(WS-IDX-MBR) = PV-ID
000397                    SET WS-ID-JA-NO-GRUPO TO TRUE
000398                END-IF
000399            END-PERFORM.
000400*
000401            EVALUATE TRUE
000402                WHEN NOT WS-ID-EXISTE
000403                    MOVE "MR-ID INEXISTENTE" TO WS-CAR-MOTIVO
000404                    PERFORM 2900-RECUSAR-CARTAO
000405                WHEN WS-ID-JA-NO-GRUPO
000406                    MOVE "REPETIDO NO GRUPO" TO WS-CAR-MOTIVO
000407                    PERFORM 2900-RECUSAR-CARTAO
000408                WHEN WS-CONT-MEMBROS >= WS-MAX-MEMBROS
000409                    MOVE "GRUPO COM MAIS DE 500" TO WS-CAR-MOTIVO
000410                    PERFORM 2900-RECUSAR-CARTAO
000411                WHEN OTHER
000412                    ADD 1 TO WS-CONT-MEMBROS
000413                    MOVE PV-GRUPO TO WS-GRUPO-CORRENTE
000414                    MOVE PV-ID
000415                        TO WS-TAB-MBR-ID(WS-CONT-MEMBROS)
000416                    MOVE PV-OPERADOR
000417                        TO WS-TAB-MBR-OPER(WS-CONT-MEMBROS)
000418                    MOVE ZERO
000419                        TO WS-TAB-MBR-PESSOA(WS-CONT-MEMBROS)
000420            END-EVALUATE.
000421*
000422**----------------------------------------------------------------*
000423        2250-VALIDAR-ID.
000424**----------------------------------------------------------------*
000425*    MR-ID ARQUIVADO PELO COBOL036 CONTINUA SENDO A MESMA PESSOA
000426*    E PODE SER VINCULADO.
000427*
000428            MOVE "N" TO WS-ID-CADASTRADO.
000429            MOVE PV-ID TO MR-ID.
000430*
000431            READ MASTER-FILE
000432                INVALID KEY
000433                    MOVE PV-ID TO MA-ID
000434                    READ ARCHIVE-FILE
000435                        INVALID KEY
000436                            CONTINUE
000437                        NOT INVALID KEY
000438                            SET WS-ID-EXISTE TO TRUE
000439                    END-READ
000440                NOT INVALID KEY
000441                    SET WS-ID-EXISTE TO TRUE
000442            END-READ.
000443*
000444**----------------------------------------------------------------*
000445        2300-DESVINCULAR.
000446**----------------------------------------------------------------*
000447*    O MR-ID SAI DA REFERENCIA CRUZADA E VOLTA A SER UMA PESSOA
000448*    SO. SE O NUMERO DA PESSOA ERA O PROPRIO MR-ID, OS DEMAIS
000449*    CONTINUAM JUNTOS, RENUMERADOS PELO 2350-RENUMERAR-PESSOA.
000450*
000451            MOVE PV-ID TO PX-ID.
000452*
000453            READ PERSON-XREF
000454                INVALID KEY
000455                    MOVE "MR-ID SEM VINCULO" TO WS-CAR-MOTIVO
000456                    PERFORM 2900-RECUSAR-CARTAO
000457                NOT INVALID KEY
000458                    MOVE PX-PESSOA TO WS-PESSOA-INCORPORADA
000459                    DELETE PERSON-XREF
000460                        INVALID KEY
000461                            DISPLAY 'ERRO AO EXCLUIR EM PESSOAS '
000462                                '- FS=' WS-FS-PESSOAS
000463                                ' MR-ID=' PX-ID
000464                            MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000465                        NOT INVALID KEY
000466                            ADD 1 TO WS-CONT-DESVINCULADOS
000467                            MOVE "DESVINCULADO" TO WS-CAR-SITUACAO
000468                            MOVE PV-GRUPO  TO WS-CAR-GRUPO
000469                            MOVE PV-ID     TO WS-CAR-ID
000470                            MOVE PX-PESSOA TO WS-CAR-PESSOA
000471                            MOVE PV-OPERADOR TO WS-CAR-OPERADOR
000472                            MOVE SPACES TO WS-CAR-MOTIVO
000473                            WRITE WS-LINHA-RELATORIO
000474                                FROM WS-LINHA-CARTAO
000475                            IF WS-PESSOA-INCORPORADA = PV-ID
000476                                PERFORM 2350-RENUMERAR-PESSOA
000477                            END-IF
000478                    END-DELETE
000479            END-READ.
000480*
000481**----------------------------------------------------------------*
000482        2350-RENUMERAR-PESSOA.
000483**----------------------------------------------------------------*
000484*    O MR-ID DESVINCULADO ERA O NUMERO DA PESSOA. OS MR-ID QUE
000485*    FICARAM NELA PASSAM PARA O MENOR DELES (O PRIMEIRO NA ORDEM
000486*    DA CHAVE), PELA MESMA VARREDURA DA INCORPORACAO; SENAO UM
000487*    GRUPO NOVO CUJO MENOR MR-ID FOSSE O DESVINCULADO RECEBERIA O
000488*    NUMERO ANTIGO E SE JUNTARIA, SEM AVISO, A ESTA PESSOA.
000489*
000490            MOVE ZERO TO WS-PESSOA-SOBREVIVENTE.
000491            MOVE ZERO TO PX-ID.
000492            MOVE "N" TO WS-XREF-FIM.
000493*
000494            START PERSON-XREF KEY IS NOT LESS THAN PX-ID
000495                INVALID KEY
000496                    SET WS-ACABOU-XREF TO TRUE
000497            END-START.
000498*
000499            PERFORM UNTIL WS-ACABOU-XREF
000500                READ PERSON-XREF NEXT RECORD
000501                    AT END
000502                        SET WS-ACABOU-XREF TO TRUE
000503                    NOT AT END
000504                        IF PX-PESSOA = WS-PESSOA-INCORPORADA
000505                            MOVE PX-ID TO WS-PESSOA-SOBREVIVENTE
000506                            SET WS-ACABOU-XREF TO TRUE
000507                        END-IF
000508                END-READ
000509            END-PERFORM.
000510*
000511            IF WS-PESSOA-SOBREVIVENTE NOT = ZERO
000512                MOVE PV-OPERADOR TO WS-OPERADOR-GRUPO
000513                MOVE PV-GRUPO    TO WS-GRUPO-CORRENTE
000514                MOVE "PESSOA RENUMERADA" TO WS-MOTIVO-REAPONTE
000515                PERFORM 3200-INCORPORAR-PESSOA
000516            END-IF.
000517*
000518**----------------------------------------------------------------*
000519        2900-RECUSAR-CARTAO.
000520**----------------------------------------------------------------*
000521*    O MOTIVO JA VEM EM WS-CAR-MOTIVO. O CARTAO NAO ALTERA NADA
000522*    E SAI NO RELATORIO PARA SER REDIGITADO.
000523*
000524            MOVE "RECUSADO"  TO WS-CAR-SITUACAO.
000525            MOVE PV-GRUPO    TO WS-CAR-GRUPO.
000526            MOVE PV-ID       TO WS-CAR-ID.
000527            MOVE SPACES      TO WS-CAR-PESSOA.
000528            MOVE PV-OPERADOR TO WS-CAR-OPERADOR.
000529            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CARTAO.
000530            ADD 1 TO WS-CONT-RECUSADOS.
000531*
000532**----------------------------------------------------------------*
000533        3000-APLICAR-GRUPO.
000534**----------------------------------------------------------------*
000535*    GRUPO COM UM SO MR-ID VALIDO NAO TEM O QUE VINCULAR. NOS
000536*    DEMAIS, A PESSOA SOBREVIVENTE E O MENOR NUMERO DE PESSOA JA
000537*    LIGADO A ALGUM MR-ID DO GRUPO OU, SE NENHUM ESTAVA LIGADO,
000538*    O MENOR MR-ID DO GRUPO. AS OUTRAS PESSOAS ENVOLVIDAS SAO
000539*    INCORPORADAS (TODOS OS SEUS MR-ID, MESMO FORA DO DECK,
000540*    PASSAM PARA A SOBREVIVENTE) E OS MR-ID AINDA SEM PESSOA SAO
000541*    GRAVADOS.
000542*
000543            IF WS-CONT-MEMBROS < 2
000544                MOVE "RECUSADO" TO WS-CAR-SITUACAO
000545                MOVE WS-GRUPO-CORRENTE TO WS-CAR-GRUPO
000546                MOVE WS-TAB-MBR-ID(1)   TO WS-CAR-ID
000547                MOVE SPACES             TO WS-CAR-PESSOA
000548                MOVE WS-TAB-MBR-OPER(1) TO WS-CAR-OPERADOR
000549                MOVE "GRUPO COM UM SO MR-ID" TO WS-CAR-MOTIVO
000550                WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CARTAO
000551                ADD 1 TO WS-CONT-RECUSADOS
000552            ELSE
000553                ADD 1 TO WS-CONT-GRUPOS
000554                PERFORM 3100-ESCOLHER-SOBREVIVENTE
000555*
000556                PERFORM VARYING WS-IDX-MBR FROM 1 BY 1
000557                        UNTIL WS-IDX-MBR > WS-CONT-MEMBROS
000558                           OR RETURN-CODE >= WS-RC-ERRO-SEVERO
000559                    IF WS-TAB-MBR-PESSOA(WS-IDX-MBR) NOT = ZERO
000560                       AND WS-TAB-MBR-PESSOA(WS-IDX-MBR)
000561                           NOT = WS-PESSOA-SOBREVIVENTE
000562                        MOVE WS-TAB-MBR-PESSOA(WS-IDX-MBR)
000563                            TO WS-PESSOA-INCORPORADA
000564                        MOVE WS-TAB-MBR-OPER(WS-IDX-MBR)
000565                            TO WS-OPERADOR-GRUPO
000566                        MOVE "PESSOA INCORPORADA"
000567                            TO WS-MOTIVO-REAPONTE
000568                        PERFORM 3200-INCORPORAR-PESSOA
000569                    END-IF
000570                END-PERFORM
000571*
000572                PERFORM VARYING WS-IDX-MBR FROM 1 BY 1
000573                        UNTIL WS-IDX-MBR > WS-CONT-MEMBROS
000574                           OR RETURN-CODE >= WS-RC-ERRO-SEVERO
000575                    PERFORM 3300-GRAVAR-MEMBRO
000576                END-PERFORM
000577            END-IF.
000578*
000579            MOVE ZERO TO WS-CONT-MEMBROS.
000580*
000581**----------------------------------------------------------------*
000582        3100-ESCOLHER-SOBREVIVENTE.
000583**----------------------------------------------------------------*
000584            MOVE ZERO TO WS-PESSOA-SOBREVIVENTE.
000585*
000586            PERFORM VARYING WS-IDX-MBR FROM 1 BY 1
000587                    UNTIL WS-IDX-MBR > WS-CONT-MEMBROS
000588                MOVE WS-TAB-MBR-ID(WS-IDX-MBR) TO PX-ID
000589                READ PERSON-XREF
000590                    INVALID KEY
000591                        MOVE ZERO TO WS-TAB-MBR-PESSOA(WS-IDX-MBR)
000592                    NOT INVALID KEY
000593                        MOVE PX-PESSOA
000594                            TO WS-TAB-MBR-PESSOA(WS-IDX-MBR)
000595                        IF WS-PESSOA-SOBREVIVENTE = ZERO
000596                           OR PX-PESSOA < WS-PESSOA-SOBREVIVENTE
000597                            MOVE PX-PESSOA
000598                                TO WS-PESSOA-SOBREVIVENTE
000599                        END-IF
000600                END-READ
000601            END-PERFORM.
000602*
000603            IF WS-PESSOA-SOBREVIVENTE = ZERO
000604                MOVE WS-TAB-MBR-ID(1) TO WS-PESSOA-SOBREVIVENTE
000605                PERFORM VARYING WS-IDX-MBR FROM 2 BY 1
000606                        UNTIL WS-IDX-MBR > WS-CONT-MEMBROS
000607                    IF WS-TAB-MBR-ID(WS-IDX-MBR)
000608                           < WS-PESSOA-SOBREVIVENTE
000609                        MOVE WS-TAB-MBR-ID(WS-IDX-MBR)
000610                            TO WS-PESSOA-SOBREVIVENTE
000611                    END-IF
000612                END-PERFORM
000613            END-IF.
000614*
000615**----------------------------------------------------------------*
000616        3200-INCORPORAR-PESSOA.
000617**----------------------------------------------------------------*
000618*    VARRE A REFERENCIA CRUZADA INTEIRA REAPONTANDO PARA A
000619*    SOBREVIVENTE TODO MR-ID DA PESSOA INCORPORADA. DEPOIS, OS
000620*    MEMBROS DO GRUPO QUE ESTAVAM NELA PASSAM A CONTAR COMO JA
000621*    LIGADOS A SOBREVIVENTE.
000622*
000623            MOVE ZERO TO PX-ID.
000624            MOVE "N" TO WS-XREF-FIM.
000625*
000626            START PERSON-XREF KEY IS NOT LESS THAN PX-ID
000627                INVALID KEY
000628                    SET WS-ACABOU-XREF TO TRUE
000629            END-START.
000630*
000631            PERFORM UNTIL WS-ACABOU-XREF
000632                READ PERSON-XREF NEXT RECORD
000633                    AT END
000634                        SET WS-ACABOU-XREF TO TRUE
000635                    NOT AT END
000636                        IF PX-PESSOA = WS-PESSOA-INCORPORADA
000637                            PERFORM 3250-REAPONTAR-VINCULO
000638                        END-IF
000639                END-READ
000640*
000641                IF RETURN-CODE >= WS-RC-ERRO-SEVERO
000642                    SET WS-ACABOU-XREF TO TRUE
000643                END-IF
000644            END-PERFORM.
000645*
000646            PERFORM VARYING WS-IDX-OUTRO FROM 1 BY 1
000647                    UNTIL WS-IDX-OUTRO > WS-CONT-MEMBROS
000648                IF WS-TAB-MBR-PESSOA(WS-IDX-OUTRO)
000649                       = WS-PESSOA-INCORPORADA
000650                    MOVE WS-PESSOA-SOBREVIVENTE
000651                        TO WS-TAB-MBR-PESSOA(WS-IDX-OUTRO)
000652                END-IF
000653            END-PERFORM.
000654*
000655**----------------------------------------------------------------*
000656        3250-REAPONTAR-VINCULO.
000657**----------------------------------------------------------------*
000658            MOVE WS-PESSOA-SOBREVIVENTE TO PX-PESSOA.
000659            MOVE WS-DATA-PROCESSO       TO PX-DATA-VINCULO.
000660            MOVE WS-OPERADOR-GRUPO      TO PX-OPERADOR.
000661            MOVE WS-GRUPO-CORRENTE      TO PX-GRUPO.
000662*
000663            REWRITE PX-PESSOA-RECORD
000664                INVALID KEY
000665                    DISPLAY 'ERRO AO REGRAVAR EM PESSOAS - FS='
000666                        WS-FS-PESSOAS ' MR-ID=' PX-ID
000667                    MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000668                NOT INVALID KEY
000669                    ADD 1 TO WS-CONT-REAPONTADOS
000670                    MOVE "REAPONTADO" TO WS-CAR-SITUACAO
000671                    MOVE WS-GRUPO-CORRENTE TO WS-CAR-GRUPO
000672                    MOVE PX-ID             TO WS-CAR-ID
000673                    MOVE PX-PESSOA         TO WS-CAR-PESSOA
000674                    MOVE WS-OPERADOR-GRUPO TO WS-CAR-OPERADOR
000675                    MOVE WS-MOTIVO-REAPONTE TO WS-CAR-MOTIVO
000676                    WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CARTAO
000677            END-REWRITE.
000678*
000679**----------------------------------------------------------------*
000680        3300-GRAVAR-MEMBRO.
000681**----------------------------------------------------------------*
000682            MOVE WS-GRUPO-CORRENTE          TO WS-CAR-GRUPO.
000683            MOVE WS-TAB-MBR-ID(WS-IDX-MBR)  TO WS-CAR-ID.
000684            MOVE WS-PESSOA-SOBREVIVENTE     TO WS-CAR-PESSOA.
000685            MOVE WS-TAB-MBR-OPER(WS-IDX-MBR) TO WS-CAR-OPERADOR.
000686            MOVE SPACES                     TO WS-CAR-MOTIVO.
000687*
000688            IF WS-TAB-MBR-PESSOA(WS-IDX-MBR)
000689                   = WS-PESSOA-SOBREVIVENTE
000690                ADD 1 TO WS-CONT-JA-VINCULADOS
000691                MOVE "JA NA PESSOA" TO WS-CAR-SITUACAO
000692                WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CARTAO
000693            ELSE
000694                MOVE WS-TAB-MBR-ID(WS-IDX-MBR)   TO PX-ID
000695                MOVE WS-PESSOA-SOBREVIVENTE      TO PX-PESSOA
000696                MOVE WS-DATA-PROCESSO        TO PX-DATA-VINCULO
000697                MOVE WS-TAB-MBR-OPER(WS-IDX-MBR) TO PX-OPERADOR
000698                MOVE WS-GRUPO-CORRENTE           TO PX-GRUPO
000699*
000700                WRITE PX-PESSOA-RECORD
000701                    INVALID KEY
000702                        DISPLAY 'ERRO AO GRAVAR EM PESSOAS - FS='
000703                            WS-FS-PESSOAS ' MR-ID=' PX-ID
000704                        MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000705                    NOT INVALID KEY
000706                        ADD 1 TO WS-CONT-VINCULADOS
000707                        MOVE "VINCULADO" TO WS-CAR-SITUACAO
000708                        WRITE WS-LINHA-RELATORIO
000709                            FROM WS-LINHA-CARTAO
000710                END-WRITE
000711            END-IF.
000712*
000713**----------------------------------------------------------------*
000714        8000-EMITIR-CONTAGENS.
000715**----------------------------------------------------------------*
000716            MOVE SPACES TO WS-LINHA-RELATORIO.
000717            WRITE WS-LINHA-RELATORIO.
000718            WRITE WS-LINHA-RELATORIO.
000719*
000720            MOVE "CARTOES LIDOS" TO WS-CON-ROTULO.
000721            MOVE WS-CONT-CARTOES TO WS-CON-QTD.
000722            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000723            MOVE "GRUPOS APLICADOS" TO WS-CON-ROTULO.
000724            MOVE WS-CONT-GRUPOS TO WS-CON-QTD.
000725            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000726            MOVE "MR-ID VINCULADOS" TO WS-CON-ROTULO.
000727            MOVE WS-CONT-VINCULADOS TO WS-CON-QTD.
000728            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000729            MOVE "MR-ID JA NA PESSOA" TO WS-CON-ROTULO.
000730            MOVE WS-CONT-JA-VINCULADOS TO WS-CON-QTD.
000731            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000732            MOVE "VINCULOS REAPONTADOS" TO WS-CON-ROTULO.
000733            MOVE WS-CONT-REAPONTADOS TO WS-CON-QTD.
000734            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000735            MOVE "MR-ID DESVINCULADOS" TO WS-CON-ROTULO.
000736            MOVE WS-CONT-DESVINCULADOS TO WS-CON-QTD.
000737            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000738            MOVE "CARTOES RECUSADOS" TO WS-CON-ROTULO.
000739            MOVE WS-CONT-RECUSADOS TO WS-CON-QTD.
000740            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000741*
000742**----------------------------------------------------------------*
000743        8500-FECHAR-ARQUIVOS.
000744**----------------------------------------------------------------*
000745            CLOSE MASTER-FILE.
000746            CLOSE ARCHIVE-FILE.
000747            CLOSE PERSON-XREF.
000748            CLOSE LINK-RPT.
000749*
000750**----------------------------------------------------------------*
000751        9700-REGISTRAR-RESULTADO.
000752**----------------------------------------------------------------*
000753*    GRAVA NO ARQUIVO CENTRAL DE MENSAGENS (MENSAGEM) O
000754*    DESFECHO DA EXECUCAO QUANDO HOUVE ALGO ACIONAVEL
000755*    (RETURN-CODE >= 4), PARA O RELATORIO DE EXCECOES DO
000756*    COBOL020.
000757*
000758            IF RETURN-CODE >= WS-RC-AVISO
000759                IF RETURN-CODE >= WS-RC-ERRO-DADOS
000760                    MOVE "E" TO WS-MSG-SEVERIDADE
000761                ELSE
000762                    MOVE "A" TO WS-MSG-SEVERIDADE
000763                END-IF
000764                MOVE RETURN-CODE TO WS-MSG-CODIGO-RC
000765                MOVE 'VINCULO DE PESSOAS COM RESSALVA'
000766                    TO WS-MSG-TEXTO
000767                PERFORM 9800-GRAVAR-MENSAGEM
000768            END-IF.
000769*
000770**----------------------------------------------------------------*
000771        9800-GRAVAR-MENSAGEM.
000772**----------------------------------------------------------------*
000773            OPEN EXTEND MSG-FILE.
000774*
000775            IF WS-FS-MENSAGEM NOT = "00"
000776                DISPLAY 'ERRO AO ABRIR MENSAGEM - FS='
000777                    WS-FS-MENSAGEM
000778            ELSE
000779                MOVE 'COBOL038' TO MG-PROGRAM-ID
000780                MOVE WS-MSG-SEVERIDADE TO MG-SEVERIDADE
000781                MOVE WS-MSG-CODIGO-COMP TO MG-CODIGO
000782                MOVE WS-DATA-PROCESSO TO MG-DATA-MOVIMENTO
000783                MOVE WS-DH-HORA TO MG-HORA-GRAVACAO
000784                MOVE WS-MSG-TEXTO TO MG-TEXTO
000785*
000786                WRITE MG-MESSAGE-RECORD
000787*
000788                IF WS-FS-MENSAGEM NOT = "00"
000789                    DISPLAY 'ERRO AO GRAVAR MENSAGEM - FS='
000790                        WS-FS-MENSAGEM
000791                END-IF
000792*
000793                CLOSE MSG-FILE
000794            END-IF.
000795*
000796        END PROGRAM COBOL038.
000797* FIM DO PROGRAMA ****************************
