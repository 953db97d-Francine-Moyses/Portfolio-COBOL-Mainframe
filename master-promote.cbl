000015*                 MC-CONT-ANTES (NINGUEM GRAVOU NO MESTRE DEPOIS
000016*                 DA MANUTENCAO);
000017*              4) CONFERE A EQUACAO DE CONTROLE MC-CONT-ANTES +
000018*                 MC-CONT-INCLUIDOS + MC-CONT-REINTEGRADOS =
000019*                 MC-CONT-DEPOIS (NADA FOI PERDIDO NEM DUPLICADO).
000020*            SO COM AS QUATRO CONFERENCIAS OK: COPIA O MESTRE
000021*            CORRENTE PARA A GERACAO DE BACKUP (MASTBKP) E
000022*            APLICA O CONTEUDO DE MASTNOVO SOBRE O MESTRE, EM
000023*            MODO I-O: CHAVE EXISTENTE E REGRAVADA, CHAVE NOVA
000024*            E INCLUIDA. O MESTRE NAO E ESVAZIADO POR OPEN
000025*            OUTPUT PORQUE TEM INDICE ALTERNATIVO POR NOME
000026*            (MR-NOME) E, POR ISSO, NAO PODE SER DEFINIDO COMO
000027*            REUTILIZAVEL (REUSE). CADA CHAVE REINTEGRADA PELO
000028*            COBOL006 QUE ENTRA NO MESTRE E MARCADA COMO
000029*            REINTEGRADA NO ARQUIVO DE MESTRES ARQUIVADOS
000030*            (MASTARQ, COPY MARQREC).
000031*            QUALQUER CONFERENCIA REPROVADA ABORTA A TROCA COM
000032*            RETURN-CODE DIFERENTE DE ZERO E O MESTRE CORRENTE
000033*            PERMANECE COMO ESTA.
000034* CPD      : INEFE
000035******************************************************************
000036******************************************************************
000037* CONDICOES DE RETORNO (RETURN-CODE) DESTE PROGRAMA:
000038*     0000  =  PROMOCAO EXECUTADA, MESTRE TROCADO
000039*     0004  =  AVISO - MESTRE TROCADO, MAS ALGUMA CHAVE
000040*              REINTEGRADA NAO FOI MARCADA NO MASTARQ (VER
000041*              CONSOLA)
000042*     0008  =  CONFERENCIA REPROVADA - TROCA ABORTADA, MESTRE
000043*              CORRENTE PRESERVADO (VER MENSAGENS NA CONSOLA)
000044*     0016  =  ERRO SEVERO DE ARQUIVO; SE OCORRER DEPOIS DO
000045*              INICIO DA RECARGA, RESTAURAR O MESTRE A PARTIR
000046*              DO BACKUP MASTBKP DESTA EXECUCAO
000047******************************************************************
000048        IDENTIFICATION DIVISION.
000049**************************
000050        PROGRAM-ID. COBOL014.
000051        AUTHOR. FRANCINE NUNES MOYSES.
000052        DATE-WRITTEN. 26/08/14 @ 17:00:00.
000053        DATE-COMPILED. 2026-08-14.
000054        INSTALLATION. INEFE.
000055        SECURITY. NORMAL.
000056*
000057***********************
000058        ENVIRONMENT DIVISION.
000059***********************
000060*
000061        INPUT-OUTPUT SECTION.
000062*
000063        FILE-CONTROL.
000064            SELECT MASTER-LIVE ASSIGN TO "MASTOUT"
000065                ORGANIZATION IS INDEXED
000066                ACCESS MODE IS DYNAMIC
000067                RECORD KEY IS ML-ID
000068                FILE STATUS IS WS-FS-MASTER-LIVE.
000069*
000070            SELECT MASTER-NEW ASSIGN TO "MASTNOVO"
000071                ORGANIZATION IS INDEXED
000072                ACCESS MODE IS SEQUENTIAL
000073                RECORD KEY IS MR-ID
000074                FILE STATUS IS WS-FS-MASTER-NEW.
000075*
000076            SELECT CTL-FILE ASSIGN TO "MANUTCTL"
000077                ORGANIZATION IS SEQUENTIAL
000078                FILE STATUS IS WS-FS-CONTROLE.
000079*
000080            SELECT MASTER-BKP ASSIGN TO "MASTBKP"
000081                ORGANIZATION IS SEQUENTIAL
000082                FILE STATUS IS WS-FS-BACKUP.
000083*
000084            SELECT MSG-FILE ASSIGN TO "MENSAGEM"
000085                ORGANIZATION IS SEQUENTIAL
000086                FILE STATUS IS WS-FS-MENSAGEM.
000087*
000088            SELECT OPTIONAL DATE-CARD ASSIGN TO "DATAPROC"
000089                ORGANIZATION IS SEQUENTIAL
000090                FILE STATUS IS WS-FS-DATAPROC.
000091*
000092            SELECT OPTIONAL STAT-FILE ASSIGN TO "ESTATIST"
000093                ORGANIZATION IS SEQUENTIAL
000094                FILE STATUS IS WS-FS-ESTATIST.
000095*
000096            SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO "MASTARQ"
000097                ORGANIZATION IS INDEXED
000098                ACCESS MODE IS RANDOM
000099                RECORD KEY IS MA-ID
000100                FILE STATUS IS WS-FS-ARQUIVO.
000101*
000102****************
000103        DATA DIVISION.
000104****************
000105*
000106        FILE SECTION.
000107*
000108        FD  MASTER-LIVE.
000109        01  WS-MASTER-LIVE-RECORD.
000110            05  ML-ID                   PIC 9(9).
000111            05  ML-NOME                 PIC X(30).
000112            05  ML-DATA-EXECUCAO        PIC 9(8).
000113            05  ML-STATUS               PIC X(1).
000114            05  ML-ORIGEM               PIC X(4).
000115*
000116        FD  MASTER-NEW.
000117        COPY "MASTREC.cpy".
000118*
000119        FD  CTL-FILE
000120            RECORDING MODE IS F.
000121        COPY "MNTCTL.cpy".
000122*
000123        FD  MASTER-BKP
000124            RECORDING MODE IS F.
000125        01  WS-BACKUP-RECORD            PIC X(52).
000126*
000127        FD  MSG-FILE
000128            RECORDING MODE IS F.
000129        COPY "MSGREC.cpy".
000130*
000131        FD  DATE-CARD
000132            RECORDING MODE IS F.
000133        COPY "DATPREC.cpy".
000134*
000135        FD  STAT-FILE
000136            RECORDING MODE IS F.
000137        COPY "ESTATREC.cpy".
000138*
000139        FD  ARCHIVE-FILE.
000140        COPY "MARQREC.cpy".
000141*
000142        WORKING-STORAGE SECTION.
000143*
000144        01  WS-CONDICAO-RETORNO.
000145            05  WS-RC-NORMAL             PIC 9(2) VALUE 00.
000146            05  WS-RC-AVISO              PIC 9(2) VALUE 04.
000147            05  WS-RC-ERRO-DADOS         PIC 9(2) VALUE 08.
000148            05  WS-RC-ERRO-SEVERO        PIC 9(2) VALUE 16.
000149*
000150        01  WS-FS-MASTER-LIVE           PIC X(2) VALUE SPACES.
000151        01  WS-FS-MASTER-NEW            PIC X(2) VALUE SPACES.
000152        01  WS-FS-CONTROLE              PIC X(2) VALUE SPACES.
000153        01  WS-FS-BACKUP                PIC X(2) VALUE SPACES.
000154        01  WS-FS-MENSAGEM              PIC X(2) VALUE SPACES.
000155        01  WS-FS-DATAPROC              PIC X(2) VALUE SPACES.
000156        01  WS-FS-ESTATIST              PIC X(2) VALUE SPACES.
000157        01  WS-FS-ARQUIVO               PIC X(2) VALUE SPACES.
000158*
000159        01  WS-MSG-CODIGO-COMP.
000160            05  FILLER                  PIC X(2) VALUE "RC".
000161            05  WS-MSG-CODIGO-RC        PIC 9(2) VALUE ZERO.
000162        77  WS-MSG-SEVERIDADE          PIC X(1) VALUE "I".
000163        77  WS-MSG-TEXTO               PIC X(50) VALUE SPACES.
000164*
000165        01  WS-DATA-HORA-ATUAL.
000166            05  WS-DH-DATA              PIC 9(8).
000167            05  WS-DH-HORA              PIC 9(6).
000168            05  WS-DH-CENTESIMOS        PIC 9(2).
000169            05  WS-DH-DIFGMT            PIC X(5).
000170*
000171        01  WS-INICIO-EXECUCAO.
000172            05  WS-IE-DATA              PIC 9(8).
000173            05  WS-IE-HORA              PIC 9(6).
000174            05  FILLER                  PIC X(7).
000175        01  WS-FIM-EXECUCAO.
000176            05  WS-FE-DATA              PIC 9(8).
000177            05  WS-FE-HORA              PIC 9(6).
000178            05  FILLER                  PIC X(7).
000179        77  WS-DATA-MOVIMENTO          PIC 9(8) VALUE ZERO.
000180*
000181        77  WS-ARQUIVO-FIM             PIC X(1) VALUE "N".
000182            88  WS-ACABOU-ARQUIVO           VALUE "S".
000183*
000184        77  WS-CHAVE-ANTERIOR          PIC 9(9) VALUE ZERO.
000185        77  WS-SEQUENCIA-OK            PIC X(1) VALUE "S".
000186            88  WS-FORA-DE-SEQUENCIA        VALUE "N".
000187*
000188        77  WS-CONT-NOVO               PIC 9(6) VALUE ZERO.
000189        77  WS-CONT-CORRENTE           PIC 9(6) VALUE ZERO.
000190        77  WS-CONT-BACKUP             PIC 9(6) VALUE ZERO.
000191        77  WS-CONT-RECARGA            PIC 9(6) VALUE ZERO.
000192        77  WS-CONT-REGRAVADOS         PIC 9(6) VALUE ZERO.
000193        77  WS-CONT-INCLUIDOS          PIC 9(6) VALUE ZERO.
000194        77  WS-CONT-REINTEGRADOS       PIC 9(6) VALUE ZERO.
000195        77  WS-ARQUIVO-ABERTO          PIC X(1) VALUE "N".
000196            88  WS-MASTARQ-ABERTO           VALUE "S".
000197*
000198        77  WS-CONT-ESPERADO           PIC 9(7) VALUE ZERO.
000199*
000200*********************
000201        PROCEDURE DIVISION.
000202*********************
000203*
000204            MOVE FUNCTION CURRENT-DATE TO WS-INICIO-EXECUCAO.
000205*
000206            MOVE WS-RC-NORMAL TO RETURN-CODE.
000207            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
000208            PERFORM 0050-OBTER-DATA-MOVIMENTO.
000209*
000210            PERFORM 1000-LER-CONTROLE.
000211*
000212            IF RETURN-CODE = WS-RC-NORMAL
000213                PERFORM 2000-CONFERIR-MASTNOVO
000214            END-IF.
000215*
000216            IF RETURN-CODE = WS-RC-NORMAL
000217                PERFORM 3000-CONFERIR-MESTRE-CORRENTE
000218            END-IF.
000219*
000220            IF RETURN-CODE = WS-RC-NORMAL
000221                PERFORM 4000-CONFERIR-EQUACAO
000222            END-IF.
000223*
000224            IF RETURN-CODE = WS-RC-NORMAL
000225                PERFORM 5000-GRAVAR-BACKUP
000226            END-IF.
000227*
000228            IF RETURN-CODE = WS-RC-NORMAL
000229                PERFORM 6000-RECARREGAR-MESTRE
000230            END-IF.
000231*
000232            IF RETURN-CODE = WS-RC-NORMAL
000233                PERFORM 6500-CONFERIR-REINTEGRADOS
000234            END-IF.
000235*
000236            IF RETURN-CODE < WS-RC-ERRO-DADOS
000237                DISPLAY 'PROMOCAO CONCLUIDA - MESTRE TROCADO, '
000238                    'REGISTROS: '
000239                        WS-CONT-RECARGA
000240            ELSE
000241                DISPLAY 'PROMOCAO NAO CONCLUIDA - RETURN-CODE '
000242                    RETURN-CODE
000243            END-IF.
000244*
000245            PERFORM 9700-REGISTRAR-RESULTADO.
000246*
000247            PERFORM 9750-GRAVAR-ESTATISTICA.
000248*
000249            STOP RUN.
000250*
000251**----------------------------------------------------------------*
000252        0050-OBTER-DATA-MOVIMENTO.
000253**----------------------------------------------------------------*
000254*    DATA-MOVIMENTO DO CARTAO DATAPROC, SO PARA IDENTIFICAR A
000255*    EXECUCAO NAS ESTATISTICAS DA JANELA (OS CARIMBOS DESTE
000256*    PROGRAMA CONTINUAM COM A DATA DA MAQUINA); SEM O CARTAO,
000257*    VALE A DATA DA MAQUINA.
000258*
000259            MOVE WS-DH-DATA TO WS-DATA-MOVIMENTO.
000260*
000261            OPEN INPUT DATE-CARD.
000262*
000263            IF WS-FS-DATAPROC = "00"
000264                READ DATE-CARD
000265                    AT END
000266                        DISPLAY 'AVISO: DATAPROC VAZIO - USANDO '
000267                            'A DATA DA MAQUINA'
000268                    NOT AT END
000269                        IF DP-DATA-PROCESSAMENTO IS NUMERIC
000270                           AND DP-DATA-PROCESSAMENTO > ZERO
000271                            MOVE DP-DATA-PROCESSAMENTO
000272                                TO WS-DATA-MOVIMENTO
000273                        ELSE
000274                            DISPLAY 'AVISO: DATAPROC INVALIDO - '
000275                                'USANDO A DATA DA MAQUINA'
000276                        END-IF
000277                END-READ
000278                CLOSE DATE-CARD
000279            ELSE
000280                DISPLAY 'AVISO: DATAPROC INDISPONIVEL - USANDO '
000281                    'A DATA DA MAQUINA'
000282            END-IF.
000283*
000284**----------------------------------------------------------------*
000285        1000-LER-CONTROLE.
000286**----------------------------------------------------------------*
000287*    LE O REGISTRO DE CONTROLE GRAVADO PELO COBOL006. SEM ELE
000288*    NAO HA COMO CONFERIR NADA - A TROCA E ABORTADA.
000289*
000290            OPEN INPUT CTL-FILE.
000291*
000292            IF WS-FS-CONTROLE NOT = "00"
000293                DISPLAY 'TROCA ABORTADA - MANUTCTL INDISPONIVEL '
000294                    'FS='
000295                        WS-FS-CONTROLE
000296                MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
000297            ELSE
000298                READ CTL-FILE
000299                    AT END
000300                        DISPLAY 'TROCA ABORTADA - MANUTCTL VAZIO'
000301                        MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
000302                END-READ
000303                CLOSE CTL-FILE
000304            END-IF.
000305*
000306**----------------------------------------------------------------*
000307        2000-CONFERIR-MASTNOVO.
000308**----------------------------------------------------------------*
000309*    PASSA POR MASTNOVO INTEIRO: AS CHAVES PRECISAM VIR EM ORDEM
000310*    ASCENDENTE ESTRITA E A CONTAGEM PRECISA BATER COM O QUE O
000311*    COBOL006 DECLAROU TER GRAVADO (MC-CONT-DEPOIS).
000312*
000313            MOVE "N" TO WS-ARQUIVO-FIM.
000314            MOVE ZERO TO WS-CHAVE-ANTERIOR.
000315            MOVE "S" TO WS-SEQUENCIA-OK.
000316*
000317            OPEN INPUT MASTER-NEW.
000318*
000319            IF WS-FS-MASTER-NEW NOT = "00"
000320                DISPLAY 'TROCA ABORTADA - ERRO AO ABRIR '
000321                    'MASTNOVO FS='
000322                        WS-FS-MASTER-NEW
000323                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000324            ELSE
000325                PERFORM UNTIL WS-ACABOU-ARQUIVO
000326                    READ MASTER-NEW
000327                        AT END
000328                            SET WS-ACABOU-ARQUIVO TO TRUE
000329                        NOT AT END
000330                            ADD 1 TO WS-CONT-NOVO
000331                            IF MR-ID <= WS-CHAVE-ANTERIOR
000332                               AND WS-CONT-NOVO > 1
000333                                SET WS-FORA-DE-SEQUENCIA TO TRUE
000334                            END-IF
000335                            MOVE MR-ID TO WS-CHAVE-ANTERIOR
000336                    END-READ
000337                END-PERFORM
000338                CLOSE MASTER-NEW
000339*
000340                IF WS-FORA-DE-SEQUENCIA
000341                    DISPLAY 'TROCA ABORTADA - MASTNOVO FORA DE '
000342                        'SEQUENCIA DE MR-ID'
000343                    MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
000344                END-IF
000345*
000346                IF WS-CONT-NOVO NOT = MC-CONT-DEPOIS
000347                    DISPLAY 'TROCA ABORTADA - MASTNOVO TEM '
000348                        WS-CONT-NOVO
000349                        ' REGISTROS, CONTROLE DECLAROU '
000350                        MC-CONT-DEPOIS
000351                    MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
000352                END-IF
000353            END-IF.
000354*
000355**----------------------------------------------------------------*
000356        3000-CONFERIR-MESTRE-CORRENTE.
000357**----------------------------------------------------------------*
000358*    O MESTRE CORRENTE PRECISA TER EXATAMENTE A QUANTIDADE DE
000359*    REGISTROS QUE O COBOL006 LEU (MC-CONT-ANTES); SE ALGUEM
000360*    GRAVOU NO MESTRE DEPOIS DA MANUTENCAO, A TROCA DESCARTARIA
000361*    ESSES REGISTROS - MELHOR ABORTAR E RODAR A MANUTENCAO DE
000362*    NOVO.
000363*
000364            MOVE "N" TO WS-ARQUIVO-FIM.
000365*
000366            OPEN INPUT MASTER-LIVE.
000367*
000368            IF WS-FS-MASTER-LIVE NOT = "00"
000369                DISPLAY 'TROCA ABORTADA - ERRO AO ABRIR MASTOUT '
000370                    'FS='
000371                        WS-FS-MASTER-LIVE
000372                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000373            ELSE
000374                PERFORM UNTIL WS-ACABOU-ARQUIVO
000375                    READ MASTER-LIVE NEXT RECORD
000376                        AT END
000377                            SET WS-ACABOU-ARQUIVO TO TRUE
000378                        NOT AT END
000379                            ADD 1 TO WS-CONT-CORRENTE
000380                    END-READ
000381                END-PERFORM
000382                CLOSE MASTER-LIVE
000383*
000384                IF WS-CONT-CORRENTE NOT = MC-CONT-ANTES
000385                    DISPLAY 'TROCA ABORTADA - MESTRE CORRENTE '
000386                        'TEM '
000387                        WS-CONT-CORRENTE
000388                        ' REGISTROS, CONTROLE DECLAROU '
000389                        MC-CONT-ANTES
000390                    MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
000391                END-IF
000392            END-IF.
000393*
000394**----------------------------------------------------------------*
000395        4000-CONFERIR-EQUACAO.
000396**----------------------------------------------------------------*
000397*    EQUACAO DE CONTROLE DA MANUTENCAO: TUDO QUE HAVIA ANTES
000398*    MAIS AS INCLUSOES E AS REINTEGRACOES TEM QUE ESTAR NA NOVA
000399*    GERACAO - NADA PERDIDO, NADA DUPLICADO.
000400*
000401            COMPUTE WS-CONT-ESPERADO =
000402                    MC-CONT-ANTES + MC-CONT-INCLUIDOS
000403                  + MC-CONT-REINTEGRADOS.
000404*
000405            IF WS-CONT-ESPERADO NOT = MC-CONT-DEPOIS
000406                DISPLAY 'TROCA ABORTADA - EQUACAO DE CONTROLE '
000407                    'NAO FECHA: '
000408                    MC-CONT-ANTES ' + ' MC-CONT-INCLUIDOS
000409                    ' + ' MC-CONT-REINTEGRADOS
000410                    ' <> ' MC-CONT-DEPOIS
000411                MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
000412            END-IF.
000413*
000414**----------------------------------------------------------------*
000415        5000-GRAVAR-BACKUP.
000416**----------------------------------------------------------------*
000417*    COPIA O MESTRE CORRENTE INTEIRO PARA A GERACAO DE BACKUP
000418*    ANTES DE QUALQUER GRAVACAO NO MESTRE.
000419*
000420            MOVE "N" TO WS-ARQUIVO-FIM.
000421*
000422            OPEN INPUT MASTER-LIVE.
000423            OPEN OUTPUT MASTER-BKP.
000424*
000425            IF WS-FS-MASTER-LIVE NOT = "00"
000426               OR WS-FS-BACKUP NOT = "00"
000427                DISPLAY 'TROCA ABORTADA - ERRO NO BACKUP FS='
000428                    WS-FS-MASTER-LIVE ' ' WS-FS-BACKUP
000429                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000430            ELSE
000431                PERFORM UNTIL WS-ACABOU-ARQUIVO
000432                    READ MASTER-LIVE NEXT RECORD
000433                        AT END
000434                            SET WS-ACABOU-ARQUIVO TO TRUE
000435                        NOT AT END
000436                            WRITE WS-BACKUP-RECORD
000437                                FROM WS-MASTER-LIVE-RECORD
000438                            IF WS-FS-BACKUP NOT = "00"
000439                                DISPLAY 'TROCA ABORTADA - ERRO '
000440                                    'AO GRAVAR MASTBKP FS='
000441                                    WS-FS-BACKUP
000442                                MOVE WS-RC-ERRO-SEVERO
000443                                    TO RETURN-CODE
000444                                SET WS-ACABOU-ARQUIVO TO TRUE
000445                            ELSE
000446                                ADD 1 TO WS-CONT-BACKUP
000447                            END-IF
000448                    END-READ
000449                END-PERFORM
000450*
000451                IF WS-CONT-BACKUP NOT = WS-CONT-CORRENTE
000452                    DISPLAY 'TROCA ABORTADA - BACKUP INCOMPLETO '
000453                        WS-CONT-BACKUP ' DE ' WS-CONT-CORRENTE
000454                    MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000455                END-IF
000456            END-IF.
000457*
000458            CLOSE MASTER-LIVE.
000459            CLOSE MASTER-BKP.
000460*
000461**----------------------------------------------------------------*
000462        6000-RECARREGAR-MESTRE.
000463**----------------------------------------------------------------*
000464*    PONTO SEM VOLTA: APLICA O CONTEUDO CONFERIDO DE MASTNOVO
000465*    SOBRE O MESTRE CORRENTE, CHAVE A CHAVE. O COBOL006 NUNCA
000466*    EXCLUI REGISTRO, ENTAO TODA CHAVE DO MESTRE ESTA EM
000467*    MASTNOVO: AS QUE JA EXISTEM SAO REGRAVADAS E AS DEMAIS SAO
000468*    AS INCLUSOES E AS REINTEGRACOES, QUE TEM QUE BATER COM
000469*    MC-CONT-INCLUIDOS + MC-CONT-REINTEGRADOS. UMA FALHA A PARTIR
000470*    DAQUI E ERRO SEVERO E O MESTRE DEVE SER RESTAURADO DO
000471*    BACKUP MASTBKP DESTA EXECUCAO. O MASTARQ SO E ABERTO QUANDO
000472*    HOUVE REINTEGRACAO.
000473*
000474            MOVE "N" TO WS-ARQUIVO-FIM.
000475*
000476            OPEN INPUT MASTER-NEW.
000477            OPEN I-O MASTER-LIVE.
000478*
000479            IF MC-CONT-REINTEGRADOS > ZERO
000480                OPEN I-O ARCHIVE-FILE
000481                IF WS-FS-ARQUIVO = "00" OR "05"
000482                    SET WS-MASTARQ-ABERTO TO TRUE
000483                ELSE
000484                    DISPLAY 'AVISO: MASTARQ INDISPONIVEL - FS='
000485                        WS-FS-ARQUIVO
000486                END-IF
000487            END-IF.
000488*
000489            IF WS-FS-MASTER-NEW NOT = "00"
000490               OR WS-FS-MASTER-LIVE NOT = "00"
000491                DISPLAY 'ERRO SEVERO NA RECARGA - FS='
000492                    WS-FS-MASTER-NEW ' ' WS-FS-MASTER-LIVE
000493                DISPLAY 'RESTAURAR O MESTRE A PARTIR DO BACKUP '
000494                    'MASTBKP DESTA EXECUCAO'
000495                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000496            ELSE
000497                PERFORM UNTIL WS-ACABOU-ARQUIVO
000498                    READ MASTER-NEW
000499                        AT END
000500                            SET WS-ACABOU-ARQUIVO TO TRUE
000501                        NOT AT END
000502                            PERFORM 6100-APLICAR-REGISTRO
000503                    END-READ
000504                END-PERFORM
000505*
000506                IF WS-CONT-RECARGA NOT = WS-CONT-NOVO
000507                    DISPLAY 'ERRO SEVERO - RECARGA INCOMPLETA '
000508                        WS-CONT-RECARGA ' DE ' WS-CONT-NOVO
000509                    DISPLAY 'RESTAURAR O MESTRE A PARTIR DO '
000510                        'BACKUP MASTBKP DESTA EXECUCAO'
000511                    MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000512                END-IF
000513*
000514                COMPUTE WS-CONT-ESPERADO =
000515                        MC-CONT-INCLUIDOS + MC-CONT-REINTEGRADOS
000516*
000517                IF RETURN-CODE = WS-RC-NORMAL
000518                   AND WS-CONT-INCLUIDOS NOT = WS-CONT-ESPERADO
000519                    DISPLAY 'ERRO SEVERO - RECARGA INCLUIU '
000520                        WS-CONT-INCLUIDOS ' REGISTROS, CONTROLE '
000521                        'DECLAROU ' WS-CONT-ESPERADO
000522                    DISPLAY 'RESTAURAR O MESTRE A PARTIR DO '
000523                        'BACKUP MASTBKP DESTA EXECUCAO'
000524                    MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000525                END-IF
000526            END-IF.
000527*
000528            CLOSE MASTER-NEW.
000529            CLOSE MASTER-LIVE.
000530*
000531            IF WS-MASTARQ-ABERTO
000532                CLOSE ARCHIVE-FILE
000533            END-IF.
000534*
000535**----------------------------------------------------------------*
000536        6100-APLICAR-REGISTRO.
000537**----------------------------------------------------------------*
000538*    LOCALIZA A CHAVE NO MESTRE: ACHOU, REGRAVA COM A IMAGEM DE
000539*    MASTNOVO; NAO ACHOU, E INCLUSAO OU REINTEGRACAO DA
000540*    MANUTENCAO.
000541*
000542            MOVE MR-ID TO ML-ID.
000543*
000544            READ MASTER-LIVE
000545                INVALID KEY
000546                    PERFORM 6200-MONTAR-REGISTRO
000547                    WRITE WS-MASTER-LIVE-RECORD
000548                    IF WS-FS-MASTER-LIVE = "00"
000549                        ADD 1 TO WS-CONT-INCLUIDOS
000550                        IF WS-MASTARQ-ABERTO
000551                            PERFORM 6300-MARCAR-REINTEGRADO
000552                        END-IF
000553                    END-IF
000554                NOT INVALID KEY
000555                    PERFORM 6200-MONTAR-REGISTRO
000556                    REWRITE WS-MASTER-LIVE-RECORD
000557                    IF WS-FS-MASTER-LIVE = "00"
000558                        ADD 1 TO WS-CONT-REGRAVADOS
000559                    END-IF
000560            END-READ.
000561*
000562            IF WS-FS-MASTER-LIVE NOT = "00"
000563                DISPLAY 'ERRO SEVERO AO GRAVAR '
000564                    'O MESTRE NA RECARGA - FS='
000565                    WS-FS-MASTER-LIVE
000566                DISPLAY 'RESTAURAR O MESTRE A '
000567                    'PARTIR DO BACKUP MASTBKP '
000568                    'DESTA EXECUCAO'
000569                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000570                SET WS-ACABOU-ARQUIVO TO TRUE
000571            ELSE
000572                ADD 1 TO WS-CONT-RECARGA
000573            END-IF.
000574*
000575**----------------------------------------------------------------*
000576        6200-MONTAR-REGISTRO.
000577**----------------------------------------------------------------*
000578            MOVE MR-ID            TO ML-ID.
000579            MOVE MR-NOME          TO ML-NOME.
000580            MOVE MR-DATA-EXECUCAO TO ML-DATA-EXECUCAO.
000581            MOVE MR-STATUS        TO ML-STATUS.
000582            MOVE MR-ORIGEM        TO ML-ORIGEM.
000583*
000584**----------------------------------------------------------------*
000585        6300-MARCAR-REINTEGRADO.
000586**----------------------------------------------------------------*
000587*    CHAVE NOVA NO MESTRE QUE ESTA ARQUIVADA NO MASTARQ VEIO DE
000588*    UMA REINTEGRACAO: PASSA A SITUACAO PARA REINTEGRADA, COM A
000589*    DATA. A INCLUSAO COMUM NAO ESTA NO MASTARQ (O COBOL006
000590*    REJEITA A INCLUSAO DE CHAVE ARQUIVADA). FALHA AQUI NAO
000591*    DESFAZ A TROCA - O MESTRE JA ESTA CERTO - E SO VIRA AVISO NA
000592*    CONFERENCIA FINAL.
000593*
000594            MOVE MR-ID TO MA-ID.
000595*
000596            READ ARCHIVE-FILE
000597                INVALID KEY
000598                    CONTINUE
000599                NOT INVALID KEY
000600                    IF MA-SITUACAO-ARQUIVADO
000601                        SET MA-SITUACAO-REINTEGRADO TO TRUE
000602                        MOVE WS-DH-DATA TO MA-DATA-REINTEGRACAO
000603                        REWRITE MA-ARQUIVO-RECORD
000604                        IF WS-FS-ARQUIVO = "00"
000605                            ADD 1 TO WS-CONT-REINTEGRADOS
000606                        ELSE
000607                            DISPLAY 'AVISO: ERRO AO MARCAR '
000608                                'MASTARQ ID ' MA-ID
000609                                ' - FS=' WS-FS-ARQUIVO
000610                        END-IF
000611                    END-IF
000612            END-READ.
000613*
000614**----------------------------------------------------------------*
000615        6500-CONFERIR-REINTEGRADOS.
000616**----------------------------------------------------------------*
000617*    TODA REINTEGRACAO DECLARADA PELO COBOL006 TEM QUE TER SIDO
000618*    MARCADA NO MASTARQ. SE NAO FOI, O MESTRE ESTA CERTO MAS O
000619*    ARQUIVO AINDA MOSTRA A CHAVE COMO ARQUIVADA - AVISO PARA
000620*    CORRIGIR A SITUACAO ANTES DO PROXIMO ARQUIVAMENTO.
000621*
000622            IF WS-CONT-REINTEGRADOS NOT = MC-CONT-REINTEGRADOS
000623                DISPLAY 'AVISO: ' WS-CONT-REINTEGRADOS
000624                    ' REINTEGRACOES MARCADAS NO MASTARQ, '
000625                    'CONTROLE DECLAROU ' MC-CONT-REINTEGRADOS
000626                MOVE WS-RC-AVISO TO RETURN-CODE
000627            END-IF.
000628*
000629**----------------------------------------------------------------*
000630        9700-REGISTRAR-RESULTADO.
000631**----------------------------------------------------------------*
000632*    GRAVA NO ARQUIVO CENTRAL DE MENSAGENS (MENSAGEM) O
000633*    DESFECHO DA EXECUCAO QUANDO HOUVE ALGO ACIONAVEL
000634*    (RETURN-CODE >= 4); O RELATORIO DE EXCECOES DO COBOL020 E
000635*    MONTADO DALI, EM VEZ DE O OPERADOR GARIMPAR O SYSOUT.
000636*
000637            IF RETURN-CODE >= WS-RC-AVISO
000638                IF RETURN-CODE >= WS-RC-ERRO-DADOS
000639                    MOVE "E" TO WS-MSG-SEVERIDADE
000640                ELSE
000641                    MOVE "A" TO WS-MSG-SEVERIDADE
000642                END-IF
000643                MOVE RETURN-CODE TO WS-MSG-CODIGO-RC
000644                IF RETURN-CODE >= WS-RC-ERRO-DADOS
000645                    MOVE 'PROMOCAO DO MESTRE NAO CONCLUIDA'
000646                        TO WS-MSG-TEXTO
000647                ELSE
000648                    MOVE 'MASTARQ NAO ATUALIZADO NA PROMOCAO'
000649                        TO WS-MSG-TEXTO
000650                END-IF
000651                PERFORM 9800-GRAVAR-MENSAGEM
000652            END-IF.
000653*
000654**----------------------------------------------------------------*
000655        9750-GRAVAR-ESTATISTICA.
000656**----------------------------------------------------------------*
000657*    ACRESCENTA NO ARQUIVO DE ESTATISTICAS DA JANELA DE BATCH
000658*    (ESTATIST, COPY ESTATREC) O INICIO, O FIM, OS VOLUMES E O
000659*    RETURN-CODE DESTA EXECUCAO, PARA A TENDENCIA DO COBOL035.
000660*    FALHA AQUI SO GERA AVISO NA CONSOLA - A ESTATISTICA NUNCA
000661*    MUDA O RETURN-CODE DO PASSO.
000662*
000663            MOVE FUNCTION CURRENT-DATE TO WS-FIM-EXECUCAO.
000664*
000665            OPEN EXTEND STAT-FILE.
000666*
000667            IF WS-FS-ESTATIST NOT = "00"
000668               AND WS-FS-ESTATIST NOT = "05"
000669                DISPLAY 'AVISO: ESTATISTICA NAO GRAVADA - FS='
000670                    WS-FS-ESTATIST
000671            ELSE
000672                MOVE SPACES TO ES-ESTATISTICA-RECORD
000673                MOVE WS-DATA-MOVIMENTO TO ES-DATA-MOVIMENTO
000674                MOVE 'COBOL014' TO ES-PROGRAM-ID
000675                MOVE SPACES TO ES-FUNCAO
000676                MOVE WS-IE-DATA TO ES-DATA-INICIO
000677                MOVE WS-IE-HORA TO ES-HORA-INICIO
000678                MOVE WS-FE-DATA TO ES-DATA-FIM
000679                MOVE WS-FE-HORA TO ES-HORA-FIM
000680                COMPUTE ES-REGISTROS-LIDOS =
000681                    WS-CONT-NOVO + WS-CONT-CORRENTE
000682                COMPUTE ES-REGISTROS-GRAVADOS =
000683                    WS-CONT-BACKUP + WS-CONT-REGRAVADOS
000684                  + WS-CONT-INCLUIDOS
000685                MOVE RETURN-CODE TO ES-RETURN-CODE
000686*
000687                WRITE ES-ESTATISTICA-RECORD
000688*
000689                IF WS-FS-ESTATIST NOT = "00"
000690                    DISPLAY 'AVISO: ESTATISTICA NAO GRAVADA - FS='
000691                        WS-FS-ESTATIST
000692                END-IF
000693*
000694                CLOSE STAT-FILE
000695            END-IF.
000696*
000697**----------------------------------------------------------------*
000698        9800-GRAVAR-MENSAGEM.
000699**----------------------------------------------------------------*
000700            OPEN EXTEND MSG-FILE.
000701*
000702            IF WS-FS-MENSAGEM NOT = "00"
000703                DISPLAY 'ERRO AO ABRIR MENSAGEM - FS='
000704                    WS-FS-MENSAGEM
000705            ELSE
000706                MOVE 'COBOL014' TO MG-PROGRAM-ID
000707                MOVE WS-MSG-SEVERIDADE TO MG-SEVERIDADE
000708                MOVE WS-MSG-CODIGO-COMP TO MG-CODIGO
000709                MOVE WS-DH-DATA TO MG-DATA-MOVIMENTO
000710                MOVE WS-DH-HORA TO MG-HORA-GRAVACAO
000711                MOVE WS-MSG-TEXTO TO MG-TEXTO
000712*
000713                WRITE MG-MESSAGE-RECORD
000714*
000715                IF WS-FS-MENSAGEM NOT = "00"
000716                    DISPLAY 'ERRO AO GRAVAR MENSAGEM - FS='
000717                        WS-FS-MENSAGEM
000718                END-IF
000719*
000720                CLOSE MSG-FILE
000721            END-IF.
000722*
000723        END PROGRAM COBOL014.
000724* FIM DO PROGRAMA ****************************
