000253*    CASAMENTO CLASSICO DE DOIS ARQUIVOS CLASSIFICADOS PELA
000254*    MESMA CHAVE: CHAVE SO NO MESTRE CORRENTE E INCLUSAO DO
000255*    DIA; SO NO BACKUP E REMOCAO (NAO DEVERIA ACONTECER FORA
000256*    DE UM EXPURGO OU DO ARQUIVAMENTO DE INATIVOS DO COBOL036,
000257*    POR ISSO APARECE NO RELATORIO); NAS DUAS FOTOS, COMPARA
000258*    NOME E STATUS.
000259*
000260            EVALUATE TRUE
000261                WHEN WS-CHAVE-ATUAL < WS-CHAVE-BACKUP
000262                    PERFORM 3000-TRATAR-INCLUSAO
000263                    PERFORM 1000-LER-ATUAL
000264*
000265                WHEN WS-CHAVE-ATUAL > WS-CHAVE-BACKUP
000266                    PERFORM 3500-TRATAR-REMOCAO
000267                    PERFORM 1100-LER-BACKUP
000268*
000269                WHEN OTHER
000270                    PERFORM 4000-COMPARAR-REGISTROS
000271                    PERFORM 1000-LER-ATUAL
000272                    PERFORM 1100-LER-BACKUP
000273            END-EVALUATE.
000274*
000275**----------------------------------------------------------------*
000276        3000-TRATAR-INCLUSAO.
000277**----------------------------------------------------------------*
000278            ADD 1 TO WS-CONT-INCLUIDOS.
000279*
000280            MOVE MR-DATA-EXECUCAO TO WS-DATA-REGISTRO.
000281            PERFORM 7000-LOCALIZAR-DATA.
000282            IF WS-DATA-NA-TABELA
000283                ADD 1 TO WS-TAB-INCLUIDOS(WS-IDX-ACHADO)
000284            END-IF.
000285*
000286            MOVE "INCLUIDO       " TO WS-DEL-TIPO.
000287            MOVE MR-ID TO WS-DEL-ID.
000288            MOVE SPACES TO WS-DEL-DETALHE.
000289            STRING MR-NOME DELIMITED SIZE
000290                   " DATA " DELIMITED SIZE
000291                   MR-DATA-EXECUCAO DELIMITED SIZE
000292                   " STATUS " DELIMITED SIZE
000293                   MR-STATUS DELIMITED SIZE
000294                   INTO WS-DEL-DETALHE.
000295            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-DELTA.
000296*
000297**----------------------------------------------------------------*
000298        3500-TRATAR-REMOCAO.
000299**----------------------------------------------------------------*
000300            ADD 1 TO WS-CONT-REMOVIDOS.
000301*
000302            MOVE "REMOVIDO       " TO WS-DEL-TIPO.
000303            MOVE BK-ID TO WS-DEL-ID.
000304            MOVE SPACES TO WS-DEL-DETALHE.
000305            STRING BK-NOME DELIMITED SIZE
000306                   " DATA " DELIMITED SIZE
000307                   BK-DATA-EXECUCAO DELIMITED SIZE
000308                   INTO WS-DEL-DETALHE.
000309            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-DELTA.
000310*
000311**----------------------------------------------------------------*
000312        4000-COMPARAR-REGISTROS.
000313**----------------------------------------------------------------*
000314            IF MR-NOME = BK-NOME AND MR-STATUS = BK-STATUS
000315                ADD 1 TO WS-CONT-IGUAIS
000316            ELSE
000317                IF MR-NOME NOT = BK-NOME
000318                    ADD 1 TO WS-CONT-NOME-ALTERADO
000319                    MOVE "NOME ALTERADO  " TO WS-DEL-TIPO
000320                    MOVE MR-ID TO WS-DEL-ID
000321                    MOVE SPACES TO WS-DEL-DETALHE
000322                    STRING BK-NOME DELIMITED SIZE
000323                           " > " DELIMITED SIZE
000324                           MR-NOME DELIMITED SIZE
000325                           INTO WS-DEL-DETALHE
000326                    WRITE WS-LINHA-RELATORIO
000327                        FROM WS-LINHA-DELTA
000328                END-IF
000329                IF MR-STATUS NOT = BK-STATUS
000330                    ADD 1 TO WS-CONT-STATUS-ALTERADO
000331                    MOVE "STATUS ALTERADO" TO WS-DEL-TIPO
000332                    MOVE MR-ID TO WS-DEL-ID
000333                    MOVE SPACES TO WS-DEL-DETALHE
000334                    STRING MR-NOME DELIMITED SIZE
000335                           " " DELIMITED SIZE
000336                           BK-STATUS DELIMITED SIZE
000337                           " > " DELIMITED SIZE
000338                           MR-STATUS DELIMITED SIZE
000339                           INTO WS-DEL-DETALHE
000340                    WRITE WS-LINHA-RELATORIO
000341                        FROM WS-LINHA-DELTA
000342                END-IF
000343            END-IF.
000344*
000345**----------------------------------------------------------------*
000346        7000-LOCALIZAR-DATA.
000347**----------------------------------------------------------------*
000348*    PROCURA WS-DATA-REGISTRO NA TABELA DE DATAS (OU ABRE UMA
000349*    ENTRADA NOVA); COMO O MESTRE E LIDO NA ORDEM DA CHAVE E A
000350*    CHAVE COMECA PELO NUMERO DO DIA, AS DATAS ENTRAM NA TABELA
000351*    EM ORDEM CRONOLOGICA - A SECAO DE TENDENCIA SO PRECISA
000352*    PEGAR AS ULTIMAS ENTRADAS.
000353*
000354            MOVE "N" TO WS-DATA-ACHADA.
000355*
000356            PERFORM VARYING WS-IDX-DATAS FROM 1 BY 1
000357                    UNTIL WS-IDX-DATAS > WS-CONT-TABELA-DATAS
000358                       OR WS-DATA-NA-TABELA
000359                IF WS-TAB-DATA(WS-IDX-DATAS) = WS-DATA-REGISTRO
000360                    SET WS-DATA-NA-TABELA TO TRUE
000361                    MOVE WS-IDX-DATAS TO WS-IDX-ACHADO
000362                END-IF
000363            END-PERFORM.
000364*
000365            IF WS-DATA-NA-TABELA
000366                CONTINUE
000367            ELSE
000368                IF WS-CONT-TABELA-DATAS < WS-MAX-TABELA-DATAS
000369                    ADD 1 TO WS-CONT-TABELA-DATAS
000370                    MOVE WS-CONT-TABELA-DATAS TO WS-IDX-ACHADO
000371                    MOVE WS-DATA-REGISTRO
000372                        TO WS-TAB-DATA(WS-IDX-ACHADO)
000373                    MOVE ZERO TO WS-TAB-REGISTROS(WS-IDX-ACHADO)
000374                    MOVE ZERO TO WS-TAB-INCLUIDOS(WS-IDX-ACHADO)
000375                    SET WS-DATA-NA-TABELA TO TRUE
000376                END-IF
000377            END-IF.
000378*
000379**----------------------------------------------------------------*
000380        8000-EMITIR-CONTAGENS.
000381**----------------------------------------------------------------*
000382            MOVE SPACES TO WS-LINHA-RELATORIO.
000383            WRITE WS-LINHA-RELATORIO.
000384*
000385            MOVE "REGISTROS NO MESTRE       " TO WS-CON-ROTULO.
000386            MOVE WS-CONT-ATUAL TO WS-CON-QTD.
000387            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000388*
000389            MOVE "REGISTROS NO BACKUP       " TO WS-CON-ROTULO.
000390            MOVE WS-CONT-BACKUP TO WS-CON-QTD.
000391            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000392*
000393            MOVE "INCLUIDOS                 " TO WS-CON-ROTULO.
000394            MOVE WS-CONT-INCLUIDOS TO WS-CON-QTD.
000395            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000396*
000397            MOVE "NOMES ALTERADOS           " TO WS-CON-ROTULO.
000398            MOVE WS-CONT-NOME-ALTERADO TO WS-CON-QTD.
000399            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000400*
000401            MOVE "STATUS ALTERADOS          " TO WS-CON-ROTULO.
000402            MOVE WS-CONT-STATUS-ALTERADO TO WS-CON-QTD.
000403            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000404*
000405            MOVE "REMOVIDOS                 " TO WS-CON-ROTULO.
000406            MOVE WS-CONT-REMOVIDOS TO WS-CON-QTD.
000407            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000408*
000409            MOVE "SEM MUDANCA               " TO WS-CON-ROTULO.
000410            MOVE WS-CONT-IGUAIS TO WS-CON-QTD.
000411            WRITE WS-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM.
000412*
000413**----------------------------------------------------------------*
000414        8500-EMITIR-TENDENCIA.
000415**----------------------------------------------------------------*
000416*    SECAO DE TENDENCIA: REGISTROS E INCLUSOES POR DATA-
000417*    MOVIMENTO NAS ULTIMAS DATAS DO MESTRE (ATE 7 - A MESMA
000418*    JANELA DAS SETE GERACOES DE BACKUP QUE PAGAMOS DASD PARA
000419*    RETER). AS ENTRADAS DA TABELA JA ESTAO EM ORDEM
000420*    CRONOLOGICA PELA CONSTRUCAO DA CHAVE DO MESTRE.
000421*
000422            MOVE SPACES TO WS-LINHA-RELATORIO.
000423            WRITE WS-LINHA-RELATORIO.
000424            MOVE SPACES TO WS-LINHA-RELATORIO.
000425            STRING 'TENDENCIA - REGISTROS POR DATA-MOVIMENTO '
000426                       DELIMITED SIZE
000427                   '(JANELA DAS GERACOES RETIDAS)'
000428                       DELIMITED SIZE
000429                   INTO WS-LINHA-RELATORIO.
000430            WRITE WS-LINHA-RELATORIO.
000431*
000432            COMPUTE WS-IDX-INICIO-TEND =
000433                    WS-CONT-TABELA-DATAS - WS-QTD-TENDENCIA + 1.
000434            IF WS-IDX-INICIO-TEND < 1
000435                MOVE 1 TO WS-IDX-INICIO-TEND
000436            END-IF.
000437*
000438            PERFORM VARYING WS-IDX-DATAS
000439                    FROM WS-IDX-INICIO-TEND BY 1
000440                    UNTIL WS-IDX-DATAS > WS-CONT-TABELA-DATAS
000441                MOVE WS-TAB-DATA(WS-IDX-DATAS) TO WS-DAT-DATA
000442                MOVE WS-TAB-REGISTROS(WS-IDX-DATAS)
000443                    TO WS-DAT-REGISTROS
000444                MOVE WS-TAB-INCLUIDOS(WS-IDX-DATAS)
000445                    TO WS-DAT-INCLUIDOS
000446                WRITE WS-LINHA-RELATORIO FROM WS-LINHA-DATA
000447            END-PERFORM.
000448*
000449        END PROGRAM COBOL021.
000450* FIM DO PROGRAMA ****************************
