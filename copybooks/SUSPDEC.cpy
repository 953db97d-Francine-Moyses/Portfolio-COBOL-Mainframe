000001******************************************************************
000002* COPY     : SUSPDEC
000003* AUTOR    : FRANCINE NUNES MOYSES
000004* OBJETIVO : LAYOUT DO REGISTRO DO DECK DE DECISOES SOBRE A FILA
000005*            DE SUSPENSOS, LIDO PELO COBOL025. CADA REGISTRO
000006*            IDENTIFICA UM ITEM SUSPENSO PELA DATA, HORA E NOME
000007*            GRAVADOS PELO COBOL018 E TRAZ A DECISAO (L = LIBERAR
000008*            PARA O MESTRE, D = DESCARTAR) E O OPERADOR QUE
000009*            DECIDIU.
000010* CPD      : INEFE
000011******************************************************************
000012*
000013        01  SD-DECISION-RECORD.
000014            05  SD-DATA-EXECUCAO        PIC 9(8).
000015            05  SD-HORA-EXECUCAO        PIC 9(6).
000016            05  SD-NOME                 PIC X(30).
000017            05  SD-ACAO                 PIC X(1).
000018                88  SD-ACAO-LIBERAR           VALUE "L".
000019                88  SD-ACAO-DESCARTAR         VALUE "D".
000020            05  SD-OPERADOR             PIC X(8).
