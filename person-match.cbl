000001******************************************************************
000002* DATA     : 15/10/2026
000003* AUTOR    : FRANCINE NUNES MOYSES
000004* OBJETIVO : PROPOSTA DE VINCULO DE PESSOAS. O COBOL004 DA UM
000005*            MR-ID NOVO A CADA EXECUCAO, ENTAO A MESMA PESSOA
000006*            ACUMULA VARIOS MR-ID NO MESTRE, E AS VARIANTES DE
000007*            GRAFIA ("JOSE DA SILVA" X "JOSE SILVA") ESCAPAM DA
000008*            COMPARACAO EXATA DO CATALOGO (COBOL013/COBOL018).
000009*            ESTE PROGRAMA LE O MESTRE INTEIRO (MASTOUT), REDUZ
000010*            CADA NOME A UMA CHAVE NORMALIZADA - MAIUSCULAS, SEM
000011*            OS SINAIS DIGITADOS NO LUGAR DE ACENTO (' ` ^ ~ " E
000012*            A VIRGULA DO CEDILHA), SEM OS CONECTIVOS DA, DE, DO,
000013*            DAS, DOS E E, COM UM SO BRANCO ENTRE AS PALAVRAS - E
000014*            PROPOE COMO CANDIDATOS A MESMA PESSOA OS MR-ID COM A
000015*            MESMA CHAVE E A MESMA ORIGEM. O RELATORIO RELPESS
000016*            LISTA CADA GRUPO CANDIDATO (NUMERADO, COM NOME,
000017*            CARGA, STATUS E A PESSOA A QUE CADA MR-ID JA ESTA
000018*            LIGADO NA REFERENCIA CRUZADA PESSOAS, COPY PESSREC);
000019*            GRUPO INTEIRO JA LIGADO A UMA MESMA PESSOA NAO SAI DE
000020*            NOVO. O REVISOR CONFIRMA OS GRUPOS NO DECK DO
000021*            COBOL038 (COPY PESSDEC) - NADA E VINCULADO AQUI.
000022* CPD      : INEFE
000023******************************************************************
000024******************************************************************
000025* CONDICOES DE RETORNO (RETURN-CODE) DESTE PROGRAMA:
000026*     0000  =  PROPOSTA EMITIDA, COM GRUPOS CANDIDATOS
000027*     0004  =  AVISO - NENHUM GRUPO CANDIDATO (OU MESTRE VAZIO)
000028*     0008  =  ERRO DE DADOS - TABELA DE NOMES CHEIA (PROPOSTA
000029*              NAO EMITIDA)
000030*     0016  =  ERRO SEVERO - FALHA AO ABRIR MASTOUT, PESSOAS OU
000031*              RELPESS
000032******************************************************************
000033        IDENTIFICATION DIVISION.
000034**************************
000035        PROGRAM-ID. COBOL037.
000036        AUTHOR. FRANCINE NUNES MOYSES.
000037        DATE-WRITTEN. 26/10/15 @ 21:00:00.
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
000049            SELECT MASTER-FILE ASSIGN TO "MASTOUT"
000050                ORGANIZATION IS INDEXED
000051                ACCESS MODE IS DYNAMIC
000052                RECORD KEY IS MR-ID
000053                FILE STATUS IS WS-FS-MASTER.
000054*
000055            SELECT OPTIONAL PERSON-XREF ASSIGN TO "PESSOAS"
000056                ORGANIZATION IS INDEXED
000057                ACCESS MODE IS RANDOM
000058                RECORD KEY IS PX-ID
000059                FILE STATUS IS WS-FS-PESSOAS.
000060*
000061            SELECT OPTIONAL DATE-CARD ASSIGN TO "DATAPROC"
000062                ORGANIZATION IS SEQUENTIAL
000063                FILE STATUS IS WS-FS-DATAPROC.
000064*
000065            SELECT MATCH-RPT ASSIGN TO "RELPESS"
000066                ORGANIZATION IS SEQUENTIAL
000067                FILE STATUS IS WS-FS-RELATORIO.
000068*
000069****************
000070        DATA DIVISION.
000071****************
000072*
000073        FILE SECTION.
000074*
000075        FD  MASTER-FILE.
000076        COPY "MASTREC.cpy".
000077*
000078        FD  PERSON-XREF.
000079        COPY "PESSREC.cpy".
000080*
000081        FD  DATE-CARD
000082            RECORDING MODE IS F.
000083        COPY "DATPREC.cpy".
000084*
000085        FD  MATCH-RPT
000086            RECORDING MODE IS F.
000087        01  WS-LINHA-RELATORIO          PIC X(100).
000088*
000089        WORKING-STORAGE SECTION.
000090*
000091        01  WS-CONDICAO-RETORNO.
000092            05  WS-RC-NORMAL             PIC 9(2) VALUE 00.
000093            05  WS-RC-AVISO              PIC 9(2) VALUE 04.
000094            05  WS-RC-ERRO-DADOS         PIC 9(2) VALUE 08.
000095            05  WS-RC-ERRO-SEVERO        PIC 9(2) VALUE 16.
000096*
000097        01  WS-FS-MASTER               PIC X(2) VALUE SPACES.
000098        01  WS-FS-PESSOAS              PIC X(2) VALUE SPACES.
000099        01  WS-FS-DATAPROC             PIC X(2) VALUE SPACES.
000100        01  WS-FS-RELATORIO            PIC X(2) VALUE SPACES.
000101*
000102        01  WS-DATA-HORA-ATUAL.
000103            05  WS-DH-DATA              PIC 9(8).
000104            05  WS-DH-HORA              PIC 9(6).
000105            05  WS-DH-CENTESIMOS        PIC 9(2).
000106            05  WS-DH-DIFGMT            PIC X(5).
000107*
000108        77  WS-DATA-PROCESSO           PIC 9(8) VALUE ZERO.
000109*
000110        77  WS-ARQUIVO-FIM             PIC X(1) VALUE "N".
000111            88  WS-ACABOU-ARQUIVO           VALUE "S".
000112        77  WS-ARQUIVOS-ABERTOS        PIC X(1) VALUE "N".
000113            88  WS-ABRIU-ARQUIVOS           VALUE "S".
000114*
000115*    NORMALIZACAO DO NOME: O NOME E PERCORRIDO LETRA A LETRA,
000116*    MONTANDO CADA PALAVRA EM WS-PALAVRA; A PALAVRA PRONTA ENTRA
000117*    NA CHAVE SE NAO FOR CONECTIVO.
000118        77  WS-NOME-TRABALHO           PIC X(30) VALUE SPACES.
000119        77  WS-NOME-NORMAL             PIC X(30) VALUE SPACES.
000120        77  WS-TAM-NORMAL              PIC 9(2) VALUE ZERO.
000121        77  WS-PALAVRA                 PIC X(30) VALUE SPACES.
000122            88  WS-PALAVRA-CONECTIVO        VALUE "DA" "DE" "DO"
000123                                                  "DAS" "DOS" "E".
000124        77  WS-TAM-PALAVRA             PIC 9(2) VALUE ZERO.
000125        77  WS-IDX-LETRA               PIC 9(2) VALUE ZERO.
000126        77  WS-LETRA                   PIC X(1) VALUE SPACE.
000127            88  WS-LETRA-SINAL-ACENTO       VALUE "'" "`" "^" "~"
000128                                                  '"' ",".
000129            88  WS-LETRA-SEPARADOR          VALUE " " "." "-" "/".
000130*
000131*    UMA ENTRADA POR MR-ID DO MESTRE, EM ORDEM DE CHAVE
000132*    NORMALIZADA + ORIGEM (INSERCAO ORDENADA); DENTRO DA MESMA
000133*    CHAVE FICA A ORDEM DE MR-ID, QUE E A ORDEM DE LEITURA.
000134        77  WS-MAX-CANDIDATOS          PIC 9(5) VALUE 30000.
000135        77  WS-CONT-CANDIDATOS         PIC 9(5) VALUE ZERO.
000136        77  WS-IDX-DESLOCA             PIC 9(5) VALUE ZERO.
000137        77  WS-IDX-PROXIMO             PIC 9(5) VALUE ZERO.
000138        77  WS-IDX-INICIO              PIC 9(5) VALUE ZERO.
000139        77  WS-IDX-FIM                 PIC 9(5) VALUE ZERO.
000140        77  WS-IDX-MEMBRO              PIC 9(5) VALUE ZERO.
000141        77  WS-POSICAO-ACHADA          PIC X(1) VALUE "N".
000142            88  WS-ACHOU-POSICAO            VALUE "S".
000143        77  WS-FIM-GRUPO               PIC X(1) VALUE "N".
000144            88  WS-ACABOU-GRUPO             VALUE "S".
000145*
000146        01  WS-TABELA-CANDIDATOS.
000147            05  WS-TAB-CAND-ENT        OCCURS 30000 TIMES.
000148                10  WS-TAB-CAND-CHAVE.
000149                    15  WS-TAB-CAND-NOME    PIC X(30).
000150                    15  WS-TAB-CAND-ORIGEM  PIC X(4).
000151                10  WS-TAB-CAND-ID          PIC 9(9).
000152*
000153        01  WS-CHAVE-GRUPO.
000154            05  WS-CHG-NOME             PIC X(30).
000155            05  WS-CHG-ORIGEM           PIC X(4).
000156*
000157*    SITUACAO DO GRUPO CORRENTE.
000158        77  WS-TAM-GRUPO               PIC 9(5) VALUE ZERO.
000159        77  WS-PESSOA-DO-ID            PIC 9(9) VALUE ZERO.
000160        77  WS-PESSOA-PRIMEIRO         PIC 9(9) VALUE ZERO.
000161        77  WS-NOME-PRIMEIRO           PIC X(30) VALUE SPACES.
000162        77  WS-GRUPO-CONFIRMADO        PIC X(1) VALUE "S".
000163            88  WS-GRUPO-JA-CONFIRMADO      VALUE "S".
000164        77  WS-GRUPO-VARIANTE          PIC X(1) VALUE "N".
000165            88  WS-GRUPO-COM-VARIANTE       VALUE "S".
000166        77  WS-NUM-GRUPO               PIC 9(6) VALUE ZERO.
000167*
000168        77  WS-CONT-LIDOS              PIC 9(7) VALUE ZERO.
000169        77  WS-CONT-CHAVES             PIC 9(7) VALUE ZERO.
000170        77  WS-CONT-ISOLADOS           PIC 9(7) VALUE ZERO.
000171        77  WS-CONT-CONFIRMADOS        PIC 9(7) VALUE ZERO.
000172        77  WS-CONT-PROPOSTOS          PIC 9(7) VALUE ZERO.
000173        77  WS-CONT-IDS-PROPOSTOS      PIC 9(7) VALUE ZERO.
000174        77  WS-CONT-VARIANTES          PIC 9(7) VALUE ZERO.
000175*
000176        01  WS-LINHA-TITULO.
000177            05  FILLER                PIC X(33)
000178                  VALUE "PROPOSTA DE VINCULO DE PESSOAS - ".
000179            05  FILLER                PIC X(10)
000180                  VALUE "DATAPROC: ".
000181            05  WS-TIT-DATA           PIC 9(8).
000182*
000183        01  WS-LINHA-COLUNAS.
000184            05  FILLER                PIC X(8)  VALUE "GRUPO".
000185            05  FILLER                PIC X(10) VALUE "MR-ID".
000186            05  FILLER                PIC X(31) VALUE "NOME".
000187            05  FILLER                PIC X(7)  VALUE "ORIGEM".
000188            05  FILLER                PIC X(9)  VALUE "CARGA".
000189            05  FILLER                PIC X(3)  VALUE "ST".
000190            05  FILLER                PIC X(9)  VALUE "PESSOA".
000191*
000192        01  WS-LINHA-GRUPO.
000193            05  FILLER                PIC X(6)  VALUE "GRUPO ".
000194            05  WS-GRP-NUMERO         PIC 9(6).
000195            05  FILLER                PIC X(10)
000196                  VALUE " - CHAVE: ".
000197            05  WS-GRP-CHAVE          PIC X(30).
000198            05  FILLER                PIC X(9)  VALUE " ORIGEM: ".
000199            05  WS-GRP-ORIGEM         PIC X(4).
000200            05  FILLER                PIC X(8)  VALUE " MR-ID: ".
000201            05  WS-GRP-QTD            PIC ZZZZ9.
000202            05  FILLER                PIC X(2)  VALUE SPACES.
000203            05  WS-GRP-GRAFIA         PIC X(18).
000204*
000205        01  WS-LINHA-MEMBRO.
000206            05  WS-MBR-GRUPO          PIC 9(6).
000207            05  FILLER                PIC X(2)  VALUE SPACES.
000208            05  WS-MBR-ID             PIC 9(9).
000209            05  FILLER                PIC X(1)  VALUE SPACE.
000210            05  WS-MBR-NOME           PIC X(30).
000211            05  FILLER                PIC X(1)  VALUE SPACE.
000212            05  WS-MBR-ORIGEM         PIC X(4).
000213            05  FILLER                PIC X(3)  VALUE SPACES.
000214            05  WS-MBR-DATA           PIC 9(8).
000215            05  FILLER                PIC X(1)  VALUE SPACE.
000216            05  WS-MBR-STATUS         PIC X(1).
000217            05  FILLER                PIC X(2)  VALUE SPACES.
000218            05  WS-MBR-PESSOA         PIC X(9).
000219*
000220        01  WS-LINHA-CONTAGEM.
000221            05  WS-CON-ROTULO         PIC X(40).
000222            05  FILLER                PIC X(2)  VALUE ": ".
000223            05  WS-CON-QTD            PIC Z.ZZZ.ZZ9.
000224*
000225*********************
000226        PROCEDURE DIVISION.
000227*********************
000228*
000229            MOVE WS-RC-NORMAL TO RETURN-CODE.
000230*
000231            PERFORM 0050-OBTER-DATA-PROCESSO.
000232            PERFORM 0200-ABRIR-ARQUIVOS.
000233*
000234            IF WS-ABRIU-ARQUIVOS
000235                PERFORM 1000-CARREGAR-MESTRE
000236*
000237                IF RETURN-CODE < WS-RC-ERRO-DADOS
000238                    PERFORM 3000-EMITIR-PROPOSTA
000239                    PERFORM 8000-EMITIR-CONTAGENS
000240*
000241                    IF WS-CONT-PROPOSTOS = ZERO
000242                       AND RETURN-CODE < WS-RC-AVISO
000243                        MOVE WS-RC-AVISO TO RETURN-CODE
000244                    END-IF
000245                END-IF
000246*
000247                PERFORM 8500-FECHAR-ARQUIVOS
000248            END-IF.
000249*
000250            DISPLAY 'PROPOSTA DE VINCULO DE PESSOAS - LIDOS '
000251                WS-CONT-LIDOS ' GRUPOS PROPOSTOS '
000252                WS-CONT-PROPOSTOS
000253                ' JA CONFIRMADOS ' WS-CONT-CONFIRMADOS.
000254*
000255            STOP RUN.
000256*
000257**----------------------------------------------------------------*
000258        0050-OBTER-DATA-PROCESSO.
000259**----------------------------------------------------------------*
000260*    A DATA-MOVIMENTO DO CARTAO DATAPROC SO IDENTIFICA O
000261*    RELATORIO; SEM O CARTAO, VALE A DATA DA MAQUINA.
000262*
000263            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
000264            MOVE WS-DH-DATA TO WS-DATA-PROCESSO.
000265*
000266            OPEN INPUT DATE-CARD.
000267*
000268            IF WS-FS-DATAPROC = "00"
000269                READ DATE-CARD
000270                    AT END
000271                        DISPLAY 'AVISO: DATAPROC VAZIO - USANDO '
000272                            'A DATA DA MAQUINA'
000273                    NOT AT END
000274                        IF DP-DATA-PROCESSAMENTO IS NUMERIC
000275                           AND DP-DATA-PROCESSAMENTO > ZERO
000276                            MOVE DP-DATA-PROCESSAMENTO
000277                                TO WS-DATA-PROCESSO
000278                        ELSE
000279                            DISPLAY 'AVISO: DATAPROC INVALIDO - '
000280                                'USANDO A DATA DA MAQUINA'
000281                        END-IF
000282                END-READ
000283                CLOSE DATE-CARD
000284            ELSE
000285                DISPLAY 'AVISO: DATAPROC INDISPONIVEL - USANDO '
000286                    'A DATA DA MAQUINA'
000287            END-IF.
000288*
000289**----------------------------------------------------------------*
000290        0200-ABRIR-ARQUIVOS.
000291**----------------------------------------------------------------*
000292*    SEM A REFERENCIA CRUZADA (NENHUM GRUPO CONFIRMADO AINDA)
000293*    TODO MR-ID SAI SEM PESSOA.
000294*
000295            OPEN INPUT MASTER-FILE.
000296            OPEN INPUT PERSON-XREF.
000297            OPEN OUTPUT MATCH-RPT.
000298*
000299            IF WS-FS-MASTER NOT = "00"
000300               OR (WS-FS-PESSOAS NOT = "00"
000301                   AND WS-FS-PESSOAS NOT = "05")
000302               OR WS-FS-RELATORIO NOT = "00"
000303                DISPLAY 'ERRO SEVERO AO ABRIR ARQUIVOS - FS='
000304                    WS-FS-MASTER ' ' WS-FS-PESSOAS ' '
000305                    WS-FS-RELATORIO
000306                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000307            ELSE
000308                SET WS-ABRIU-ARQUIVOS TO TRUE
000309                MOVE WS-DATA-PROCESSO TO WS-TIT-DATA
000310                WRITE WS-LINHA-RELATORIO FROM WS-LINHA-TITULO
000311                MOVE SPACES TO WS-LINHA-RELATORIO
000312                WRITE WS-LINHA-RELATORIO
000313                WRITE WS-LINHA-RELATORIO FROM WS-LINHA-COLUNAS
000314            END-IF.
000315*
000316**----------------------------------------------------------------*
000317        1000-CARREGAR-MESTRE.
000318**----------------------------------------------------------------*
000319*    PRIMEIRA PASSADA: O MESTRE INTEIRO NA ORDEM DE MR-ID, CADA
000320*    REGISTRO COM SUA CHAVE NORMALIZADA NA TABELA ORDENADA. TABELA
000321*    CHEIA E ERRO DE DADOS - UMA PROPOSTA FEITA SO COM PARTE DO
000322*    MESTRE DEIXARIA GRUPOS PELA METADE.
000323*
000324            PERFORM UNTIL WS-ACABOU-ARQUIVO
000325                READ MASTER-FILE NEXT RECORD
000326                    AT END
000327                        SET WS-ACABOU-ARQUIVO TO TRUE
000328                    NOT AT END
000329                        ADD 1 TO WS-CONT-LIDOS
000330                        PERFORM 1200-NORMALIZAR-NOME
000331                        PERFORM 1100-GUARDAR-CANDIDATO
000332                END-READ
000333            END-PERFORM.
000334*
000335**----------------------------------------------------------------*
000336        1100-GUARDAR-CANDIDATO.
000337**----------------------------------------------------------------*
000338*    INSERCAO ORDENADA A PARTIR DO FIM: AS ENTRADAS COM CHAVE
000339*    MAIOR DESCEM UMA POSICAO ATE APARECER A VAGA.
000340*
000341            IF WS-CONT-CANDIDATOS >= WS-MAX-CANDIDATOS
000342                DISPLAY 'ERRO: MESTRE COM MAIS DE '
000343                    WS-MAX-CANDIDATOS ' REGISTROS - PROPOSTA NAO '
000344                    'EMITIDA'
000345                MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
000346                SET WS-ACABOU-ARQUIVO TO TRUE
000347            ELSE
000348                MOVE WS-NOME-NORMAL TO WS-CHG-NOME
000349                MOVE MR-ORIGEM      TO WS-CHG-ORIGEM
000350                MOVE WS-CONT-CANDIDATOS TO WS-IDX-DESLOCA
000351                MOVE "N" TO WS-POSICAO-ACHADA
000352*
000353                PERFORM UNTIL WS-ACHOU-POSICAO
000354                    IF WS-IDX-DESLOCA = ZERO
000355                        SET WS-ACHOU-POSICAO TO TRUE
000356                    ELSE
000357                        IF WS-TAB-CAND-CHAVE(WS-IDX-DESLOCA)
000358                               > WS-CHAVE-GRUPO
000359                            COMPUTE WS-IDX-PROXIMO =
000360                                    WS-IDX-DESLOCA + 1
000361                            MOVE WS-TAB-CAND-ENT(WS-IDX-DESLOCA)
000362                                TO WS-TAB-CAND-ENT(WS-IDX-PROXIMO)
000363                            SUBTRACT 1 FROM WS-IDX-DESLOCA
000364                        ELSE
000365                            SET WS-ACHOU-POSICAO TO TRUE
000366                        END-IF
000367                    END-IF
000368                END-PERFORM
000369*
000370                COMPUTE WS-IDX-PROXIMO = WS-IDX-DESLOCA + 1
000371                MOVE WS-CHAVE-GRUPO
000372                    TO WS-TAB-CAND-CHAVE(WS-IDX-PROXIMO)
000373                MOVE MR-ID TO WS-TAB-CAND-ID(WS-IDX-PROXIMO)
000374                ADD 1 TO WS-CONT-CANDIDATOS
000375            END-IF.
000376*
000377**----------------------------------------------------------------*
000378        1200-NORMALIZAR-NOME.
000379**----------------------------------------------------------------*
000380*    O COBOL003 SO DEIXA PASSAR A FAIXA IMPRIMIVEL, ENTAO O
000381*    ACENTO CHEGA AO MESTRE COMO UM SINAL DIGITADO JUNTO DA LETRA
000382*    ("JOA~O", "CONCEIC,AO") OU NEM CHEGA - O SINAL E DESCARTADO
000383*    E AS DUAS FORMAS CAEM NA MESMA CHAVE. PONTO, HIFEN E BARRA
000384*    SEPARAM PALAVRAS COMO O BRANCO. NOME FEITO SO DE CONECTIVOS
000385*    FICA COM A PROPRIA GRAFIA EM MAIUSCULAS.
000386*
000387            MOVE MR-NOME TO WS-NOME-TRABALHO.
000388            INSPECT WS-NOME-TRABALHO
000389                CONVERTING "abcdefghijklmnopqrstuvwxyz"
000390                        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000391*
000392            MOVE SPACES TO WS-NOME-NORMAL.
000393            MOVE ZERO   TO WS-TAM-NORMAL.
000394            MOVE SPACES TO WS-PALAVRA.
000395            MOVE ZERO   TO WS-TAM-PALAVRA.
000396*
000397            PERFORM VARYING WS-IDX-LETRA FROM 1 BY 1
000398                    UNTIL WS-IDX-LETRA > 30
000399                MOVE WS-NOME-TRABALHO(WS-IDX-LETRA:1) TO WS-LETRA
000400                EVALUATE TRUE
000401                    WHEN WS-LETRA-SINAL-ACENTO
000402                        CONTINUE
000403                    WHEN WS-LETRA-SEPARADOR
000404                        PERFORM 1250-FECHAR-PALAVRA
000405                    WHEN OTHER
000406                        ADD 1 TO WS-TAM-PALAVRA
000407                        MOVE WS-LETRA
000408                            TO WS-PALAVRA(WS-TAM-PALAVRA:1)
000409                END-EVALUATE
000410            END-PERFORM.
000411*
000412            PERFORM 1250-FECHAR-PALAVRA.
000413*
000414            IF WS-TAM-NORMAL = ZERO
000415                MOVE WS-NOME-TRABALHO TO WS-NOME-NORMAL
000416            END-IF.
000417*
000418**----------------------------------------------------------------*
000419        1250-FECHAR-PALAVRA.
000420**----------------------------------------------------------------*
000421            IF WS-TAM-PALAVRA > ZERO
000422                IF NOT WS-PALAVRA-CONECTIVO
000423                    IF WS-TAM-NORMAL > ZERO
000424                        ADD 1 TO WS-TAM-NORMAL
000425                    END-IF
000426                    MOVE WS-PALAVRA(1:WS-TAM-PALAVRA)
000427                        TO WS-NOME-NORMAL(WS-TAM-NORMAL + 1:
000428                                          WS-TAM-PALAVRA)
000429                    ADD WS-TAM-PALAVRA TO WS-TAM-NORMAL
000430                END-IF
000431                MOVE SPACES TO WS-PALAVRA
000432                MOVE ZERO   TO WS-TAM-PALAVRA
000433            END-IF.
000434*
000435**----------------------------------------------------------------*
000436        3000-EMITIR-PROPOSTA.
000437**----------------------------------------------------------------*
000438*    SEGUNDA PASSADA, PELA TABELA: CADA SEQUENCIA DE ENTRADAS COM
000439*    A MESMA CHAVE + ORIGEM E UM GRUPO. GRUPO DE UM MR-ID SO NAO
000440*    TEM O QUE VINCULAR.
000441*
000442            MOVE 1 TO WS-IDX-INICIO.
000443*
000444            PERFORM UNTIL WS-IDX-INICIO > WS-CONT-CANDIDATOS
000445                PERFORM 3100-DELIMITAR-GRUPO
000446                ADD 1 TO WS-CONT-CHAVES
000447                COMPUTE WS-TAM-GRUPO =
000448                        WS-IDX-FIM - WS-IDX-INICIO + 1
000449                IF WS-TAM-GRUPO > 1
000450                    PERFORM 3200-AVALIAR-GRUPO
000451                ELSE
000452                    ADD 1 TO WS-CONT-ISOLADOS
000453                END-IF
000454                COMPUTE WS-IDX-INICIO = WS-IDX-FIM + 1
000455            END-PERFORM.
000456*
000457**----------------------------------------------------------------*
000458        3100-DELIMITAR-GRUPO.
000459**----------------------------------------------------------------*
000460            MOVE WS-TAB-CAND-CHAVE(WS-IDX-INICIO)
000461                TO WS-CHAVE-GRUPO.
000462            MOVE WS-IDX-INICIO TO WS-IDX-FIM.
000463            MOVE "N" TO WS-FIM-GRUPO.
000464*
000465            PERFORM UNTIL WS-ACABOU-GRUPO
000466                IF WS-IDX-FIM >= WS-CONT-CANDIDATOS
000467                    SET WS-ACABOU-GRUPO TO TRUE
000468                ELSE
000469                    COMPUTE WS-IDX-PROXIMO = WS-IDX-FIM + 1
000470                    IF WS-TAB-CAND-CHAVE(WS-IDX-PROXIMO)
000471                           = WS-CHAVE-GRUPO
000472                        MOVE WS-IDX-PROXIMO TO WS-IDX-FIM
000473                    ELSE
000474                        SET WS-ACABOU-GRUPO TO TRUE
000475                    END-IF
000476                END-IF
000477            END-PERFORM.
000478*
000479**----------------------------------------------------------------*
000480        3200-AVALIAR-GRUPO.
000481**----------------------------------------------------------------*
000482*    O GRUPO SO E PROPOSTO SE ALGUM MR-ID AINDA NAO ESTA LIGADO
000483*    A MESMA PESSOA DOS DEMAIS. A GRAFIA E COMPARADA COM A DO
000484*    PRIMEIRO MR-ID DO GRUPO PARA APONTAR AS VARIANTES.
000485*
000486            MOVE "S" TO WS-GRUPO-CONFIRMADO.
000487            MOVE "N" TO WS-GRUPO-VARIANTE.
000488*
000489            PERFORM VARYING WS-IDX-MEMBRO FROM WS-IDX-INICIO BY 1
000490                    UNTIL WS-IDX-MEMBRO > WS-IDX-FIM
000491                PERFORM 3400-LER-MEMBRO
000492                IF WS-IDX-MEMBRO = WS-IDX-INICIO
000493                    MOVE WS-PESSOA-DO-ID TO WS-PESSOA-PRIMEIRO
000494                    MOVE MR-NOME TO WS-NOME-PRIMEIRO
000495                ELSE
000496                    IF MR-NOME NOT = WS-NOME-PRIMEIRO
000497                        SET WS-GRUPO-COM-VARIANTE TO TRUE
000498                    END-IF
000499                END-IF
000500                IF WS-PESSOA-DO-ID = ZERO
000501                   OR WS-PESSOA-DO-ID NOT = WS-PESSOA-PRIMEIRO
000502                    MOVE "N" TO WS-GRUPO-CONFIRMADO
000503                END-IF
000504            END-PERFORM.
000505*
000506            IF WS-GRUPO-JA-CONFIRMADO
000507                ADD 1 TO WS-CONT-CONFIRMADOS
000508            ELSE
000509                PERFORM 3300-IMPRIMIR-GRUPO
000510            END-IF.
000511*
000512**----------------------------------------------------------------*
000513        3300-IMPRIMIR-GRUPO.
000514**----------------------------------------------------------------*
000515            ADD 1 TO WS-NUM-GRUPO.
000516            ADD 1 TO WS-CONT-PROPOSTOS.
000517            ADD WS-TAM-GRUPO TO WS-CONT-IDS-PROPOSTOS.
000518*
000519            MOVE SPACES TO WS-LINHA-RELATORIO.
000520            WRITE WS-LINHA-RELATORIO.
000521*
000522            MOVE WS-NUM-GRUPO  TO WS-GRP-NUMERO.
000523            MOVE WS-CHG-NOME   TO WS-GRP-CHAVE.
000524            MOVE WS-CHG-ORIGEM TO WS-GRP-ORIGEM.
000525            MOVE WS-TAM-GRUPO  TO WS-GRP-QTD.
000526            IF WS-GRUPO-COM-VARIANTE
000527                ADD 1 TO WS-CONT-VARIANTES
000528                MOVE "VARIANTE DE GRAFIA" TO WS-GRP-GRAFIA
000529            ELSE
000530                MOVE "MESMA GRAFIA"       TO WS-GRP-GRAFIA
000531            END-IF.
000532            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-GRUPO.
000533*
000534            PERFORM VARYING WS-IDX-MEMBRO FROM WS-IDX-INICIO BY 1
000535                    UNTIL WS-IDX-MEMBRO > WS-IDX-FIM
000536                PERFORM 3400-LER-MEMBRO
000537                MOVE WS-NUM-GRUPO TO WS-MBR-GRUPO
000538                MOVE WS-TAB-CAND-ID(WS-IDX-MEMBRO) TO WS-MBR-ID
000539                MOVE MR-NOME          TO WS-MBR-NOME
000540                MOVE MR-ORIGEM        TO WS-MBR-ORIGEM
000541                MOVE MR-DATA-EXECUCAO TO WS-MBR-DATA
000542                MOVE MR-STATUS        TO WS-MBR-STATUS
000543                IF WS-PESSOA-DO-ID = ZERO
000544                    MOVE "-" TO WS-MBR-PESSOA
000545                ELSE
000546                    MOVE WS-PESSOA-DO-ID TO WS-MBR-PESSOA
000547                END-IF
000548                WRITE WS-LINHA-RELATORIO FROM WS-LINHA-MEMBRO
000549            END-PERFORM.
000550*
000551**----------------------------------------------------------------*
000552        3400-LER-MEMBRO.
000553**----------------------------------------------------------------*
000554*    RELE O REGISTRO DO MESTRE E A PESSOA DO MR-ID DA ENTRADA
000555*    CORRENTE DA TABELA. CHAVE QUE SUMIU DO MESTRE DESDE A
000556*    PRIMEIRA PASSADA SAI COM O NOME EM BRANCO.
000557*
000558            MOVE WS-TAB-CAND-ID(WS-IDX-MEMBRO) TO MR-ID.
000559*
000560            READ MASTER-FILE
000561                INVALID KEY
000562                    MOVE SPACES TO MR-NOME
000563                    MOVE SPACES TO MR-ORIGEM
000564                    MOVE ZERO   TO MR-DATA-EXECUCAO
000565                    MOVE SPACE  TO MR-STATUS
000566            END-READ.
000567*
000568            MOVE WS-TAB-CAND-ID(WS-IDX-MEMBRO) TO PX-ID.
000569*
000570            READ PERSON-XREF
000571                INVALID KEY
000572                    MOVE ZERO TO WS-PESSOA-DO-ID
000573                NOT INVALID KEY
000574                    MOVE PX-PESSOA TO WS-PESSOA-DO-ID
000575            END-READ.
000576*
000577**----------------------------------------------------------------*
000578        8000-EMITIR-CONTAGENS.
000579**----------------------------------------------------------------*
000580            MOVE SPACES TO WS-LINHA-RELATORIO.
000581            WRITE WS-LINHA-RELATORIO.
000582            WRITE WS-LINHA-RELATORIO.
000583*
000584            MOVE "REGISTROS LIDOS NO MESTRE" TO WS-CON-ROTULO.
000585            MOVE WS-CONT-LIDOS TO WS-CON-QTD.
000586            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000587            MOVE "CHAVES NORMALIZADAS + ORIGEM" TO WS-CON-ROTULO.
000588            MOVE WS-CONT-CHAVES TO WS-CON-QTD.
000589            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000590            MOVE "CHAVES COM UM SO MR-ID" TO WS-CON-ROTULO.
000591            MOVE WS-CONT-ISOLADOS TO WS-CON-QTD.
000592            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000593            MOVE "GRUPOS JA CONFIRMADOS (MESMA PESSOA)"
000594                TO WS-CON-ROTULO.
000595            MOVE WS-CONT-CONFIRMADOS TO WS-CON-QTD.
000596            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000597            MOVE "GRUPOS PROPOSTOS PARA REVISAO" TO WS-CON-ROTULO.
000598            MOVE WS-CONT-PROPOSTOS TO WS-CON-QTD.
000599            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000600            MOVE "  COM VARIANTE DE GRAFIA" TO WS-CON-ROTULO.
000601            MOVE WS-CONT-VARIANTES TO WS-CON-QTD.
000602            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000603            MOVE "MR-ID NOS GRUPOS PROPOSTOS" TO WS-CON-ROTULO.
000604            MOVE WS-CONT-IDS-PROPOSTOS TO WS-CON-QTD.
000605            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000606*
000607**----------------------------------------------------------------*
000608        8500-FECHAR-ARQUIVOS.
000609**----------------------------------------------------------------*
000610            CLOSE MASTER-FILE.
000611            CLOSE PERSON-XREF.
000612            CLOSE MATCH-RPT.
000613*
000614        END PROGRAM COBOL037.
000615* FIM DO PROGRAMA ****************************
