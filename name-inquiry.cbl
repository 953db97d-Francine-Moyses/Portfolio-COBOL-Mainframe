000001******************************************************************
000002* DATA     : 15/10/2026
000003* AUTOR    : FRANCINE NUNES MOYSES
000004* OBJETIVO : CONSULTA DO MESTRE POR NOME, PARA ATENDER AS
000005*            AGENCIAS QUE LIGAM PERGUNTANDO QUAIS MR-ID EXISTEM
000006*            PARA UMA PESSOA E SE ESTAO ATIVOS - ANTES ERA
000007*            PRECISO RODAR O COBOL010 SOBRE O MESTRE INTEIRO E
000008*            PROCURAR NO EXTRATO. LE O DECK CONSULTA (UM NOME
000009*            POR REGISTRO, FB/LRECL=30): NOME COMPLETO PROCURA
000010*            SO AQUELE NOME; NOME TERMINADO EM "*" E PREFIXO E
000011*            PROCURA TODOS OS NOMES QUE COMECAM COM O TEXTO
000012*            ANTES DO ASTERISCO. A BUSCA E FEITA PELO INDICE
000013*            ALTERNATIVO DO MESTRE SOBRE MR-NOME (COM CHAVES
000014*            DUPLICADAS, DD MASTOUT1 = PATH DO INDICE, REFEITO
000015*            POR BLDINDEX DEPOIS DE CADA PASSO QUE ATUALIZA O
000016*            MESTRE). O RELATORIO RELNOME LISTA, POR CARTAO,
000017*            CADA MR-ID ACHADO COM DATA, STATUS E ORIGEM E, A
000018*            CADA NOME DISTINTO, OS TOTAIS DO CATALOGO
000019*            (COBOL013) PARA AQUELE NOME.
000020* CPD      : INEFE
000021******************************************************************
000022******************************************************************
000023* CONDICOES DE RETORNO (RETURN-CODE) DESTE PROGRAMA:
000024*     0000  =  CONSULTA EMITIDA, TODOS OS CARTOES ACHARAM NOME
000025*     0004  =  AVISO - ALGUM CARTAO SEM NENHUM REGISTRO NO
000026*              MESTRE OU COM PREFIXO VAZIO
000027*     0008  =  ERRO DE DADOS - DECK CONSULTA AUSENTE OU VAZIO
000028*     0016  =  ERRO SEVERO - FALHA AO ABRIR MASTOUT, CATALOGO
000029*              OU RELNOME
000030******************************************************************
000031        IDENTIFICATION DIVISION.
000032**************************
000033        PROGRAM-ID. COBOL026.
000034        AUTHOR. FRANCINE NUNES MOYSES.
000035        DATE-WRITTEN. 26/10/15 @ 14:00:00.
000036        DATE-COMPILED. 2026-10-15.
000037        INSTALLATION. INEFE.
000038        SECURITY. NORMAL.
000039*
000040***********************
000041        ENVIRONMENT DIVISION.
000042***********************
000043*
000044        INPUT-OUTPUT SECTION.
000045*
000046        FILE-CONTROL.
000047            SELECT OPTIONAL INQUIRY-IN ASSIGN TO "CONSULTA"
000048                ORGANIZATION IS SEQUENTIAL
000049                FILE STATUS IS WS-FS-CONSULTA.
000050*
000051            SELECT MASTER-FILE ASSIGN TO "MASTOUT"
000052                ORGANIZATION IS INDEXED
000053                ACCESS MODE IS DYNAMIC
000054                RECORD KEY IS MR-ID
000055                ALTERNATE RECORD KEY IS MR-NOME WITH DUPLICATES
000056                FILE STATUS IS WS-FS-MASTER.
000057*
000058            SELECT OPTIONAL CATALOG-FILE ASSIGN TO "CATALOGO"
000059                ORGANIZATION IS INDEXED
000060                ACCESS MODE IS RANDOM
000061                RECORD KEY IS CT-NOME
000062                FILE STATUS IS WS-FS-CATALOGO.
000063*
000064            SELECT REPORT-OUT ASSIGN TO "RELNOME"
000065                ORGANIZATION IS SEQUENTIAL
000066                FILE STATUS IS WS-FS-REPORT.
000067*
000068****************
000069        DATA DIVISION.
000070****************
000071*
000072        FILE SECTION.
000073*
000074        FD  INQUIRY-IN
000075            RECORDING MODE IS F.
000076        01  CS-NOME-RECORD             PIC X(30).
000077*
000078        FD  MASTER-FILE.
000079        COPY "MASTREC.cpy".
000080*
000081        FD  CATALOG-FILE.
000082        COPY "CATREC.cpy".
000083*
000084        FD  REPORT-OUT
000085            RECORDING MODE IS F.
000086        01  WS-LINHA-RELATORIO          PIC X(100).
000087*
000088        WORKING-STORAGE SECTION.
000089*
000090        01  WS-CONDICAO-RETORNO.
000091            05  WS-RC-NORMAL             PIC 9(2) VALUE 00.
000092            05  WS-RC-AVISO              PIC 9(2) VALUE 04.
000093            05  WS-RC-ERRO-DADOS         PIC 9(2) VALUE 08.
000094            05  WS-RC-ERRO-SEVERO        PIC 9(2) VALUE 16.
000095*
000096        01  WS-FS-CONSULTA             PIC X(2) VALUE SPACES.
000097        01  WS-FS-MASTER               PIC X(2) VALUE SPACES.
000098        01  WS-FS-CATALOGO             PIC X(2) VALUE SPACES.
000099        01  WS-FS-REPORT               PIC X(2) VALUE SPACES.
000100*
000101        77  WS-CONSULTA-FIM            PIC X(1) VALUE "N".
000102            88  WS-ACABOU-CONSULTA          VALUE "S".
000103        77  WS-MESTRE-FIM              PIC X(1) VALUE "N".
000104            88  WS-ACABOU-FAIXA             VALUE "S".
000105        77  WS-CATALOGO-ABERTO         PIC X(1) VALUE "N".
000106            88  WS-TEM-CATALOGO             VALUE "S".
000107*
000108*    CHAVE DE BUSCA DO CARTAO: O TEXTO ATE O ASTERISCO (OU O NOME
000109*    INTEIRO) E QUANTAS POSICOES DELE PRECISAM CASAR COM MR-NOME.
000110        77  WS-CHAVE-BUSCA             PIC X(30) VALUE SPACES.
000111        77  WS-TAM-CHAVE               PIC 9(2) VALUE ZERO.
000112        77  WS-POS-ASTERISCO           PIC 9(2) VALUE ZERO.
000113        77  WS-IDX-CHAVE               PIC 9(2) VALUE ZERO.
000114        77  WS-TIPO-BUSCA              PIC X(1) VALUE "C".
000115            88  WS-BUSCA-COMPLETA           VALUE "C".
000116            88  WS-BUSCA-PREFIXO            VALUE "P".
000117*
000118        77  WS-NOME-CORRENTE           PIC X(30) VALUE SPACES.
000119*
000120        77  WS-CONT-CARTOES            PIC 9(6) VALUE ZERO.
000121        77  WS-CONT-CARTOES-VAZIOS     PIC 9(6) VALUE ZERO.
000122        77  WS-CONT-CARTOES-SEM-ACHADO PIC 9(6) VALUE ZERO.
000123        77  WS-CONT-ACHADOS-CARTAO     PIC 9(6) VALUE ZERO.
000124        77  WS-CONT-NOMES-CARTAO       PIC 9(6) VALUE ZERO.
000125        77  WS-CONT-ACHADOS-TOTAL      PIC 9(6) VALUE ZERO.
000126*
000127        01  WS-LINHA-TITULO.
000128            05  FILLER                PIC X(40)
000129                  VALUE "CONSULTA DO MESTRE POR NOME - COBOL026".
000130*
000131        01  WS-LINHA-CARTAO.
000132            05  FILLER                PIC X(11)
000133                  VALUE "CONSULTA : ".
000134            05  WS-CAR-TEXTO          PIC X(30).
000135            05  FILLER                PIC X(2)  VALUE SPACES.
000136            05  WS-CAR-TIPO           PIC X(20).
000137*
000138        01  WS-LINHA-COLUNAS.
000139            05  FILLER                PIC X(4)  VALUE SPACES.
000140            05  FILLER                PIC X(11) VALUE "MR-ID".
000141            05  FILLER                PIC X(32) VALUE "NOME".
000142            05  FILLER                PIC X(10) VALUE "DATA".
000143            05  FILLER                PIC X(8)  VALUE "STATUS".
000144            05  FILLER                PIC X(6)  VALUE "ORIGEM".
000145*
000146        01  WS-LINHA-ACHADO.
000147            05  FILLER                PIC X(4)  VALUE SPACES.
000148            05  WS-ACH-ID             PIC 9(9).
000149            05  FILLER                PIC X(2)  VALUE SPACES.
000150            05  WS-ACH-NOME           PIC X(30).
000151            05  FILLER                PIC X(2)  VALUE SPACES.
000152            05  WS-ACH-DATA           PIC 9(8).
000153            05  FILLER                PIC X(2)  VALUE SPACES.
000154            05  WS-ACH-STATUS         PIC X(1).
000155            05  FILLER                PIC X(7)  VALUE SPACES.
000156            05  WS-ACH-ORIGEM         PIC X(4).
000157*
000158        01  WS-LINHA-CATALOGO.
000159            05  FILLER                PIC X(15)
000160                  VALUE "    CATALOGO : ".
000161            05  FILLER                PIC X(10)
000162                  VALUE "EXECUCOES ".
000163            05  WS-CAT-EXECUCOES      PIC ZZZZZ9.
000164            05  FILLER                PIC X(9)  VALUE "  ATIVOS ".
000165            05  WS-CAT-ATIVOS         PIC ZZZZZ9.
000166            05  FILLER                PIC X(11)
000167                  VALUE "  INATIVOS ".
000168            05  WS-CAT-INATIVOS       PIC ZZZZZ9.
000169            05  FILLER                PIC X(5)  VALUE "  DE ".
000170            05  WS-CAT-PRIMEIRA       PIC 9(8).
000171            05  FILLER                PIC X(3)  VALUE " A ".
000172            05  WS-CAT-ULTIMA         PIC 9(8).
000173*
000174        01  WS-LINHA-TOTAL-CARTAO.
000175            05  FILLER                PIC X(23)
000176                  VALUE "    TOTAL DO CARTAO : ".
000177            05  WS-TCA-ACHADOS        PIC ZZZZZ9.
000178            05  FILLER                PIC X(15)
000179                  VALUE " REGISTROS EM ".
000180            05  WS-TCA-NOMES          PIC ZZZZZ9.
000181            05  FILLER                PIC X(20)
000182                  VALUE " NOME(S) DISTINTO(S)".
000183*
000184        01  WS-LINHA-TOTAL-GERAL.
000185            05  FILLER                PIC X(20)
000186                  VALUE "TOTAL DE CARTOES : ".
000187            05  WS-TOT-CARTOES        PIC ZZZZZ9.
000188            05  FILLER                PIC X(16)
000189                  VALUE "  SEM ACHADO : ".
000190            05  WS-TOT-SEM-ACHADO     PIC ZZZZZ9.
000191            05  FILLER                PIC X(14)
000192                  VALUE "  VAZIOS :    ".
000193            05  WS-TOT-VAZIOS         PIC ZZZZZ9.
000194            05  FILLER                PIC X(14)
000195                  VALUE "  REGISTROS : ".
000196            05  WS-TOT-ACHADOS        PIC ZZZZZ9.
000197*
000198*********************
000199        PROCEDURE DIVISION.
000200*********************
000201*
000202            MOVE WS-RC-NORMAL TO RETURN-CODE.
000203*
000204            PERFORM 1000-ABRIR-ARQUIVOS.
000205*
000206            IF RETURN-CODE < WS-RC-ERRO-DADOS
000207                WRITE WS-LINHA-RELATORIO FROM WS-LINHA-TITULO
000208*
000209                PERFORM UNTIL WS-ACABOU-CONSULTA
000210                    READ INQUIRY-IN
000211                        AT END
000212                            SET WS-ACABOU-CONSULTA TO TRUE
000213                        NOT AT END
000214                            ADD 1 TO WS-CONT-CARTOES
000215                            PERFORM 2000-TRATAR-CARTAO
000216                    END-READ
000217                END-PERFORM
000218*
000219                PERFORM 9000-IMPRIMIR-RESUMO
000220            END-IF.
000221*
000222            IF RETURN-CODE < WS-RC-ERRO-SEVERO
000223                AND WS-CONT-CARTOES = ZERO
000224                DISPLAY 'ERRO: DECK CONSULTA AUSENTE OU VAZIO'
000225                MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
000226            END-IF.
000227*
000228            PERFORM 8500-FECHAR-ARQUIVOS.
000229*
000230            STOP RUN.
000231*
000232**----------------------------------------------------------------*
000233        1000-ABRIR-ARQUIVOS.
000234**----------------------------------------------------------------*
000235*    O CATALOGO E OPCIONAL: SEM ELE A CONSULTA SAI SO COM OS
000236*    REGISTROS DO MESTRE. O MESTRE E O RELATORIO SAO
000237*    OBRIGATORIOS.
000238*
000239            OPEN INPUT INQUIRY-IN.
000240            OPEN INPUT MASTER-FILE.
000241            OPEN INPUT CATALOG-FILE.
000242            OPEN OUTPUT REPORT-OUT.
000243*
000244            IF WS-FS-CONSULTA NOT = "00" AND NOT = "05"
000245                OR WS-FS-MASTER NOT = "00"
000246                OR WS-FS-REPORT NOT = "00"
000247                DISPLAY 'ERRO SEVERO AO ABRIR OS ARQUIVOS - FS='
000248                    WS-FS-CONSULTA ' ' WS-FS-MASTER ' '
000249                    WS-FS-REPORT
000250                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000251            ELSE
000252                EVALUATE WS-FS-CATALOGO
000253                    WHEN "00"
000254                        SET WS-TEM-CATALOGO TO TRUE
000255                    WHEN "05"
000256                        DISPLAY 'AVISO: CATALOGO INDISPONIVEL - '
000257                            'CONSULTA SEM OS TOTAIS POR NOME'
000258                    WHEN OTHER
000259                        DISPLAY 'ERRO SEVERO AO ABRIR CATALOGO - '
000260                            'FS='
000261                                WS-FS-CATALOGO
000262                        MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000263                END-EVALUATE
000264            END-IF.
000265*
000266**----------------------------------------------------------------*
000267        2000-TRATAR-CARTAO.
000268**----------------------------------------------------------------*
000269*    MONTA A CHAVE DE BUSCA DO CARTAO E PERCORRE O INDICE POR
000270*    NOME A PARTIR DELA, ENQUANTO AS POSICOES SIGNIFICATIVAS
000271*    CASAREM.
000272*
000273            MOVE ZERO TO WS-CONT-ACHADOS-CARTAO.
000274            MOVE ZERO TO WS-CONT-NOMES-CARTAO.
000275            MOVE SPACES TO WS-NOME-CORRENTE.
000276*
000277            PERFORM 2100-MONTAR-CHAVE.
000278*
000279            MOVE CS-NOME-RECORD TO WS-CAR-TEXTO.
000280            IF WS-BUSCA-PREFIXO
000281                MOVE "(INICIO DO NOME)" TO WS-CAR-TIPO
000282            ELSE
000283                MOVE "(NOME COMPLETO)" TO WS-CAR-TIPO
000284            END-IF.
000285            MOVE SPACES TO WS-LINHA-RELATORIO.
000286            WRITE WS-LINHA-RELATORIO.
000287            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CARTAO.
000288*
000289            IF WS-TAM-CHAVE = ZERO
000290                ADD 1 TO WS-CONT-CARTOES-VAZIOS
000291                MOVE SPACES TO WS-LINHA-RELATORIO
000292                MOVE '    CARTAO IGNORADO - NOME OU PREFIXO VAZIO'
000293                    TO WS-LINHA-RELATORIO
000294                WRITE WS-LINHA-RELATORIO
000295                IF RETURN-CODE < WS-RC-AVISO
000296                    MOVE WS-RC-AVISO TO RETURN-CODE
000297                END-IF
000298            ELSE
000299                WRITE WS-LINHA-RELATORIO FROM WS-LINHA-COLUNAS
000300                PERFORM 3000-PERCORRER-INDICE
000301                PERFORM 2500-FECHAR-CARTAO
000302            END-IF.
000303*
000304**----------------------------------------------------------------*
000305        2100-MONTAR-CHAVE.
000306**----------------------------------------------------------------*
000307*    COM ASTERISCO, SO O QUE VEM ANTES DELE CONTA (PREFIXO); SEM
000308*    ASTERISCO, O NOME INTEIRO DE 30 POSICOES TEM QUE CASAR.
000309*    CARTAO EM BRANCO OU SO COM "*" FICA COM TAMANHO ZERO.
000310*
000311            MOVE SPACES TO WS-CHAVE-BUSCA.
000312            MOVE ZERO TO WS-POS-ASTERISCO.
000313*
000314            PERFORM VARYING WS-IDX-CHAVE FROM 1 BY 1
000315                    UNTIL WS-IDX-CHAVE > 30
000316                       OR WS-POS-ASTERISCO > ZERO
000317                IF CS-NOME-RECORD(WS-IDX-CHAVE:1) = "*"
000318                    MOVE WS-IDX-CHAVE TO WS-POS-ASTERISCO
000319                END-IF
000320            END-PERFORM.
000321*
000322            IF WS-POS-ASTERISCO > ZERO
000323                SET WS-BUSCA-PREFIXO TO TRUE
000324                COMPUTE WS-TAM-CHAVE = WS-POS-ASTERISCO - 1
000325                IF WS-TAM-CHAVE > ZERO
000326                    MOVE CS-NOME-RECORD(1:WS-TAM-CHAVE)
000327                        TO WS-CHAVE-BUSCA
000328                END-IF
000329            ELSE
000330                SET WS-BUSCA-COMPLETA TO TRUE
000331                MOVE CS-NOME-RECORD TO WS-CHAVE-BUSCA
000332                IF WS-CHAVE-BUSCA = SPACES
000333                    MOVE ZERO TO WS-TAM-CHAVE
000334                ELSE
000335                    MOVE 30 TO WS-TAM-CHAVE
000336                END-IF
000337            END-IF.
000338*
000339            IF WS-TAM-CHAVE > ZERO
000340               AND WS-CHAVE-BUSCA = SPACES
000341                MOVE ZERO TO WS-TAM-CHAVE
000342            END-IF.
000343*
000344**----------------------------------------------------------------*
000345        2500-FECHAR-CARTAO.
000346**----------------------------------------------------------------*
000347            IF WS-CONT-ACHADOS-CARTAO = ZERO
000348                ADD 1 TO WS-CONT-CARTOES-SEM-ACHADO
000349                MOVE SPACES TO WS-LINHA-RELATORIO
000350                MOVE '    NENHUM REGISTRO NO MESTRE PARA O CARTAO'
000351                    TO WS-LINHA-RELATORIO
000352                WRITE WS-LINHA-RELATORIO
000353                IF RETURN-CODE < WS-RC-AVISO
000354                    MOVE WS-RC-AVISO TO RETURN-CODE
000355                END-IF
000356            ELSE
000357                PERFORM 4000-EMITIR-CATALOGO
000358                MOVE WS-CONT-ACHADOS-CARTAO TO WS-TCA-ACHADOS
000359                MOVE WS-CONT-NOMES-CARTAO   TO WS-TCA-NOMES
000360                WRITE WS-LINHA-RELATORIO
000361                    FROM WS-LINHA-TOTAL-CARTAO
000362            END-IF.
000363*
000364**----------------------------------------------------------------*
000365        3000-PERCORRER-INDICE.
000366**----------------------------------------------------------------*
000367*    START PELO INDICE ALTERNATIVO NA PRIMEIRA CHAVE >= AO TEXTO
000368*    DO CARTAO (COMPLETADO COM BRANCOS) E LEITURA SEQUENCIAL DALI
000369*    EM DIANTE. FILE STATUS 02 NA LEITURA SO AVISA QUE O PROXIMO
000370*    REGISTRO TEM O MESMO MR-NOME - E LEITURA NORMAL.
000371*
000372            MOVE "N" TO WS-MESTRE-FIM.
000373            MOVE WS-CHAVE-BUSCA TO MR-NOME.
000374*
000375            START MASTER-FILE KEY IS NOT LESS THAN MR-NOME
000376                INVALID KEY
000377                    SET WS-ACABOU-FAIXA TO TRUE
000378            END-START.
000379*
000380            PERFORM UNTIL WS-ACABOU-FAIXA
000381                READ MASTER-FILE NEXT RECORD
000382                    AT END
000383                        SET WS-ACABOU-FAIXA TO TRUE
000384                    NOT AT END
000385                        IF WS-FS-MASTER NOT = "00"
000386                           AND WS-FS-MASTER NOT = "02"
000387                            DISPLAY 'ERRO SEVERO AO LER '
000388                                'MASTOUT - FS=' WS-FS-MASTER
000389                            MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000390                            SET WS-ACABOU-FAIXA TO TRUE
000391                        ELSE
000392                            IF MR-NOME(1:WS-TAM-CHAVE) NOT =
000393                               WS-CHAVE-BUSCA(1:WS-TAM-CHAVE)
000394                                SET WS-ACABOU-FAIXA TO TRUE
000395                            ELSE
000396                                PERFORM 3100-EMITIR-ACHADO
000397                            END-IF
000398                        END-IF
000399                END-READ
000400            END-PERFORM.
000401*
000402**----------------------------------------------------------------*
000403        3100-EMITIR-ACHADO.
000404**----------------------------------------------------------------*
000405*    NA TROCA DE NOME (SO ACONTECE NA BUSCA POR PREFIXO) SAEM OS
000406*    TOTAIS DO CATALOGO DO NOME ANTERIOR.
000407*
000408            IF MR-NOME NOT = WS-NOME-CORRENTE
000409                IF WS-CONT-NOMES-CARTAO > ZERO
000410                    PERFORM 4000-EMITIR-CATALOGO
000411                END-IF
000412                MOVE MR-NOME TO WS-NOME-CORRENTE
000413                ADD 1 TO WS-CONT-NOMES-CARTAO
000414            END-IF.
000415*
000416            ADD 1 TO WS-CONT-ACHADOS-CARTAO.
000417            ADD 1 TO WS-CONT-ACHADOS-TOTAL.
000418*
000419            MOVE MR-ID            TO WS-ACH-ID.
000420            MOVE MR-NOME          TO WS-ACH-NOME.
000421            MOVE MR-DATA-EXECUCAO TO WS-ACH-DATA.
000422            MOVE MR-STATUS        TO WS-ACH-STATUS.
000423            MOVE MR-ORIGEM        TO WS-ACH-ORIGEM.
000424            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-ACHADO.
000425*
000426**----------------------------------------------------------------*
000427        4000-EMITIR-CATALOGO.
000428**----------------------------------------------------------------*
000429*    TOTAIS DO CATALOGO (COBOL013) PARA O NOME CORRENTE. O
000430*    CATALOGO E REFEITO A CADA CICLO, ENTAO PODE NAO CONTER UM
000431*    NOME GRAVADO DEPOIS DA ULTIMA RECONSTRUCAO.
000432*
000433            MOVE SPACES TO WS-LINHA-RELATORIO.
000434*
000435            IF WS-TEM-CATALOGO
000436                MOVE WS-NOME-CORRENTE TO CT-NOME
000437                READ CATALOG-FILE
000438                    INVALID KEY
000439                        MOVE '    CATALOGO : NOME NAO CATALOGADO'
000440                            TO WS-LINHA-RELATORIO
000441                        WRITE WS-LINHA-RELATORIO
000442                    NOT INVALID KEY
000443                        MOVE CT-CONT-EXECUCOES TO WS-CAT-EXECUCOES
000444                        MOVE CT-CONT-ATIVOS    TO WS-CAT-ATIVOS
000445                        MOVE CT-CONT-INATIVOS  TO WS-CAT-INATIVOS
000446                        MOVE CT-DATA-PRIMEIRA  TO WS-CAT-PRIMEIRA
000447                        MOVE CT-DATA-ULTIMA    TO WS-CAT-ULTIMA
000448                        WRITE WS-LINHA-RELATORIO
000449                            FROM WS-LINHA-CATALOGO
000450                END-READ
000451            ELSE
000452                MOVE '    CATALOGO : INDISPONIVEL NESTA EXECUCAO'
000453                    TO WS-LINHA-RELATORIO
000454                WRITE WS-LINHA-RELATORIO
000455            END-IF.
000456*
000457**----------------------------------------------------------------*
000458        8500-FECHAR-ARQUIVOS.
000459**----------------------------------------------------------------*
000460            CLOSE INQUIRY-IN.
000461            CLOSE MASTER-FILE.
000462            CLOSE CATALOG-FILE.
000463            CLOSE REPORT-OUT.
000464*
000465**----------------------------------------------------------------*
000466        9000-IMPRIMIR-RESUMO.
000467**----------------------------------------------------------------*
000468            MOVE SPACES TO WS-LINHA-RELATORIO.
000469            WRITE WS-LINHA-RELATORIO.
000470*
000471            MOVE WS-CONT-CARTOES            TO WS-TOT-CARTOES.
000472            MOVE WS-CONT-CARTOES-SEM-ACHADO TO WS-TOT-SEM-ACHADO.
000473            MOVE WS-CONT-CARTOES-VAZIOS     TO WS-TOT-VAZIOS.
000474            MOVE WS-CONT-ACHADOS-TOTAL      TO WS-TOT-ACHADOS.
000475            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-TOTAL-GERAL.
000476*
000477            DISPLAY 'CONSULTA POR NOME - CARTOES ' WS-CONT-CARTOES
000478                ' SEM ACHADO ' WS-CONT-CARTOES-SEM-ACHADO
000479                ' REGISTROS ' WS-CONT-ACHADOS-TOTAL.
000480*
000481        END PROGRAM COBOL026.
000482* FIM DO PROGRAMA ****************************
