000049                ORGANIZATION IS SEQUENTIAL
000050                FILE STATUS IS WS-FS-REPORT.
000051*
000052            SELECT OPTIONAL STAT-FILE ASSIGN TO "ESTATIST"
000053                ORGANIZATION IS SEQUENTIAL
000054                FILE STATUS IS WS-FS-ESTATIST.
000055*
000056****************
000057        DATA DIVISION.
000058****************
000059*
000060        FILE SECTION.
000061*
000062        FD  MSG-FILE
000063            RECORDING MODE IS F.
000064        COPY "MSGREC.cpy".
000065*
000066        FD  DATE-CARD
000067            RECORDING MODE IS F.
000068        COPY "DATPREC.cpy".
000069*
000070        FD  REPORT-OUT
000071            RECORDING MODE IS F.
000072        01  WS-LINHA-RELATORIO          PIC X(90).
000073*
000074        FD  STAT-FILE
000075            RECORDING MODE IS F.
000076        COPY "ESTATREC.cpy".
000077*
000078        WORKING-STORAGE SECTION.
000079*
000080        01  WS-CONDICAO-RETORNO.
000081            05  WS-RC-NORMAL             PIC 9(2) VALUE 00.
000082            05  WS-RC-AVISO              PIC 9(2) VALUE 04.
000083            05  WS-RC-ERRO-DADOS         PIC 9(2) VALUE 08.
000084            05  WS-RC-ERRO-SEVERO        PIC 9(2) VALUE 16.
000085*
000086        01  WS-FS-MENSAGEM             PIC X(2) VALUE SPACES.
000087        01  WS-FS-DATAPROC             PIC X(2) VALUE SPACES.
000088        01  WS-FS-REPORT               PIC X(2) VALUE SPACES.
000089        01  WS-FS-ESTATIST             PIC X(2) VALUE SPACES.
000090*
000091        01  WS-DATA-HORA-ATUAL.
000092            05  WS-DH-DATA              PIC 9(8).
000093            05  WS-DH-HORA              PIC 9(6).
000094            05  WS-DH-CENTESIMOS        PIC 9(2).
000095            05  WS-DH-DIFGMT            PIC X(5).
000096*
000097        01  WS-INICIO-EXECUCAO.
000098            05  WS-IE-DATA              PIC 9(8).
000099            05  WS-IE-HORA              PIC 9(6).
000100            05  FILLER                  PIC X(7).
000101        01  WS-FIM-EXECUCAO.
000102            05  WS-FE-DATA              PIC 9(8).
000103            05  WS-FE-HORA              PIC 9(6).
000104            05  FILLER                  PIC X(7).
000105*
000106        77  WS-MENSAGEM-FIM            PIC X(1) VALUE "N".
000107            88  WS-ACABOU-MENSAGENS         VALUE "S".
000108*
000109        77  WS-SEVERIDADE-PASSADA      PIC X(1) VALUE SPACE.
000110*
000111        77  WS-CONT-ERROS              PIC 9(6) VALUE ZERO.
000112        77  WS-CONT-AVISOS             PIC 9(6) VALUE ZERO.
000113        77  WS-CONT-PASSADA            PIC 9(6) VALUE ZERO.
000114*
000115        01  WS-LINHA-TITULO.
000116            05  FILLER                PIC X(32)
000117                  VALUE "RELATORIO DE EXCECOES DO CICLO -".
000118            05  FILLER                PIC X(7)  VALUE " DATA: ".
000119            05  WS-TIT-DATA           PIC 9(8).
000120*
000121        01  WS-LINHA-SECAO.
000122            05  FILLER                PIC X(12)
000123                  VALUE "SEVERIDADE: ".
000124            05  WS-SEC-DESCRICAO      PIC X(20).
000125*
000126        01  WS-LINHA-MENSAGEM.
000127            05  WS-MSG-PROGRAMA       PIC X(8).
000128            05  FILLER                PIC X(2)  VALUE SPACES.
000129            05  WS-MSG-CODIGO         PIC X(4).
000130            05  FILLER                PIC X(2)  VALUE SPACES.
000131            05  WS-MSG-HORA           PIC 9(6).
000132            05  FILLER                PIC X(2)  VALUE SPACES.
000133            05  WS-MSG-TEXTO          PIC X(50).
000134*
000135        01  WS-LINHA-CONTAGEM.
000136            05  WS-CON-ROTULO         PIC X(22).
000137            05  FILLER                PIC X(2)  VALUE ": ".
000138            05  WS-CON-QTD            PIC ZZZZZ9.
000139*
000140*********************
000141        PROCEDURE DIVISION.
000142*********************
000143*
000144            MOVE FUNCTION CURRENT-DATE TO WS-INICIO-EXECUCAO.
000145*
000146            MOVE WS-RC-NORMAL TO RETURN-CODE.
000147*
000148            PERFORM 0050-OBTER-DATA-PROCESSO.
000149*
000150            OPEN OUTPUT REPORT-OUT.
000151*
000152            IF WS-FS-REPORT NOT = "00"
000153                DISPLAY 'ERRO SEVERO AO ABRIR RELMENS - FS='
000154                    WS-FS-REPORT
000155                MOVE WS-RC-ERRO-SEVERO TO RETURN-CODE
000156            ELSE
000157                MOVE WS-DH-DATA TO WS-TIT-DATA
000158                WRITE WS-LINHA-RELATORIO FROM WS-LINHA-TITULO
000159*
000160                MOVE "E" TO WS-SEVERIDADE-PASSADA
000161                MOVE "ERROS               " TO WS-SEC-DESCRICAO
000162                PERFORM 1000-LISTAR-SEVERIDADE
000163                MOVE WS-CONT-PASSADA TO WS-CONT-ERROS
000164*
000165                MOVE "A" TO WS-SEVERIDADE-PASSADA
000166                MOVE "AVISOS              " TO WS-SEC-DESCRICAO
000167                PERFORM 1000-LISTAR-SEVERIDADE
000168                MOVE WS-CONT-PASSADA TO WS-CONT-AVISOS
000169*
000170                PERFORM 9000-EMITIR-TOTAIS
000171*
000172                CLOSE REPORT-OUT
000173*
000174                IF RETURN-CODE < WS-RC-ERRO-SEVERO
000175                    EVALUATE TRUE
000176                        WHEN WS-CONT-ERROS > ZERO
000177                            MOVE WS-RC-ERRO-DADOS TO RETURN-CODE
000178                        WHEN WS-CONT-AVISOS > ZERO
000179                            MOVE WS-RC-AVISO TO RETURN-CODE
000180                        WHEN OTHER
000181                            CONTINUE
000182                    END-EVALUATE
000183                END-IF
000184            END-IF.
000185*
000186            DISPLAY 'EXCECOES DO CICLO ' WS-DH-DATA
000187                ' - ERROS ' WS-CONT-ERROS
000188                ' AVISOS ' WS-CONT-AVISOS.
000189*
000190            PERFORM 9750-GRAVAR-ESTATISTICA.
000191*
000192            STOP RUN.
000193*
000194**----------------------------------------------------------------*
000195        0050-OBTER-DATA-PROCESSO.
000196**----------------------------------------------------------------*
000197*    O RELATORIO COBRE A DATA-MOVIMENTO DO CARTAO DATAPROC, A
000198*    MESMA DO CICLO QUE ESTA FECHANDO; SEM O CARTAO, VALE A
000199*    DATA DA MAQUINA, COM AVISO NA CONSOLA.
000200*
000201            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL.
000202*
000203            OPEN INPUT DATE-CARD.
000204*
000205            IF WS-FS-DATAPROC = "00"
000206                READ DATE-CARD
000207                    AT END
000208                        DISPLAY 'AVISO: DATAPROC VAZIO - USANDO '
000209                            'A DATA DA MAQUINA'
000210                    NOT AT END
000211                        IF DP-DATA-PROCESSAMENTO IS NUMERIC
000212                           AND DP-DATA-PROCESSAMENTO > ZERO
000213                            MOVE DP-DATA-PROCESSAMENTO
000214                                TO WS-DH-DATA
000215                        ELSE
000216                            DISPLAY 'AVISO: DATAPROC INVALIDO - '
000217                                'USANDO A DATA DA MAQUINA'
000218                        END-IF
000219                END-READ
000220                CLOSE DATE-CARD
000221            ELSE
000222                DISPLAY 'AVISO: DATAPROC INDISPONIVEL - USANDO '
000223                    'A DATA DA MAQUINA'
000224            END-IF.
000225*
000226**----------------------------------------------------------------*
000227        1000-LISTAR-SEVERIDADE.
000228**----------------------------------------------------------------*
000229*    UMA PASSADA COMPLETA PELO ARQUIVO DE MENSAGENS LISTANDO SO
000230*    A SEVERIDADE PEDIDA, NA DATA DO CICLO. O ARQUIVO E PEQUENO
000231*    (UMA MENSAGEM POR PASSO COM PROBLEMA) - DUAS PASSADAS
000232*    CUSTAM MENOS QUE UMA TABELA EM MEMORIA E GARANTEM O
000233*    AGRUPAMENTO POR SEVERIDADE SEM CLASSIFICACAO.
000234*
000235            MOVE ZERO TO WS-CONT-PASSADA.
000236            MOVE "N" TO WS-MENSAGEM-FIM.
000237*
000238            MOVE SPACES TO WS-LINHA-RELATORIO.
000239            WRITE WS-LINHA-RELATORIO.
000240            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-SECAO.
000241*
000242            OPEN INPUT MSG-FILE.
000243*
000244            IF WS-FS-MENSAGEM = "00"
000245                PERFORM UNTIL WS-ACABOU-MENSAGENS
000246                    READ MSG-FILE
000247                        AT END
000248                            SET WS-ACABOU-MENSAGENS TO TRUE
000249                        NOT AT END
000250                            IF MG-SEVERIDADE =
000251                                    WS-SEVERIDADE-PASSADA
000252                               AND MG-DATA-MOVIMENTO = WS-DH-DATA
000253                                PERFORM 2000-LISTAR-MENSAGEM
000254                            END-IF
000255                    END-READ
000256                END-PERFORM
000257            END-IF.
000258*
000259            CLOSE MSG-FILE.
000260*
000261            IF WS-CONT-PASSADA = ZERO
000262                MOVE SPACES TO WS-LINHA-RELATORIO
000263                STRING '  NENHUMA MENSAGEM NESTA SEVERIDADE'
000264                           DELIMITED SIZE
000265                       INTO WS-LINHA-RELATORIO
000266                WRITE WS-LINHA-RELATORIO
000267            END-IF.
000268*
000269**----------------------------------------------------------------*
000270        2000-LISTAR-MENSAGEM.
000271**----------------------------------------------------------------*
000272            MOVE MG-PROGRAM-ID    TO WS-MSG-PROGRAMA.
000273            MOVE MG-CODIGO        TO WS-MSG-CODIGO.
000274            MOVE MG-HORA-GRAVACAO TO WS-MSG-HORA.
000275            MOVE MG-TEXTO         TO WS-MSG-TEXTO.
000276*
000277            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-MENSAGEM.
000278*
000279            ADD 1 TO WS-CONT-PASSADA.
000280*
000281**----------------------------------------------------------------*
000282        9000-EMITIR-TOTAIS.
000283**----------------------------------------------------------------*
000284            MOVE SPACES TO WS-LINHA-RELATORIO.
000285            WRITE WS-LINHA-RELATORIO.
000286*
000287            MOVE "TOTAL DE ERROS        " TO WS-CON-ROTULO.
000288            MOVE WS-CONT-ERROS TO WS-CON-QTD.
000289            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000290*
000291            MOVE "TOTAL DE AVISOS       " TO WS-CON-ROTULO.
000292            MOVE WS-CONT-AVISOS TO WS-CON-QTD.
000293            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000294*
000295**----------------------------------------------------------------*
000296        9750-GRAVAR-ESTATISTICA.
000297**----------------------------------------------------------------*
000298*    ACRESCENTA NO ARQUIVO DE ESTATISTICAS DA JANELA DE BATCH
000299*    (ESTATIST, COPY ESTATREC) O INICIO, O FIM, OS VOLUMES E O
000300*    RETURN-CODE DESTA EXECUCAO, PARA A TENDENCIA DO COBOL035.
000301*    FALHA AQUI SO GERA AVISO NA CONSOLA - A ESTATISTICA NUNCA
000302*    MUDA O RETURN-CODE DO PASSO.
000303*
000304            MOVE FUNCTION CURRENT-DATE TO WS-FIM-EXECUCAO.
000305*
000306            OPEN EXTEND STAT-FILE.
000307*
000308            IF WS-FS-ESTATIST NOT = "00"
000309               AND WS-FS-ESTATIST NOT = "05"
000310                DISPLAY 'AVISO: ESTATISTICA NAO GRAVADA - FS='
000311                    WS-FS-ESTATIST
000312            ELSE
000313                MOVE SPACES TO ES-ESTATISTICA-RECORD
000314                MOVE WS-DH-DATA TO ES-DATA-MOVIMENTO
000315                MOVE 'COBOL020' TO ES-PROGRAM-ID
000316                MOVE SPACES TO ES-FUNCAO
000317                MOVE WS-IE-DATA TO ES-DATA-INICIO
000318                MOVE WS-IE-HORA TO ES-HORA-INICIO
000319                MOVE WS-FE-DATA TO ES-DATA-FIM
000320                MOVE WS-FE-HORA TO ES-HORA-FIM
000321                COMPUTE ES-REGISTROS-LIDOS =
000322                    WS-CONT-ERROS + WS-CONT-AVISOS
000323                COMPUTE ES-REGISTROS-GRAVADOS =
000324                    WS-CONT-ERROS + WS-CONT-AVISOS
000325                MOVE RETURN-CODE TO ES-RETURN-CODE
000326*
000327                WRITE ES-ESTATISTICA-RECORD
000328*
000329                IF WS-FS-ESTATIST NOT = "00"
000330                    DISPLAY 'AVISO: ESTATISTICA NAO GRAVADA - FS='
000331                        WS-FS-ESTATIST
000332                END-IF
000333*
000334                CLOSE STAT-FILE
000335            END-IF.
000336*
000337        END PROGRAM COBOL020.
000338* FIM DO PROGRAMA ****************************
