000001******************************************************************
000002* COPY     : SUSPRES
000003* AUTOR    : FRANCINE NUNES MOYSES
000004* OBJETIVO : LAYOUT DO REGISTRO DO ARQUIVO DE SUSPENSOS
000005*            RESOLVIDOS (SUSRESOL), GRAVADO EM EXTEND PELO
000006*            COBOL025: O ITEM SUSPENSO ORIGINAL, A DECISAO
000007*            TOMADA (L = LIBERADO, D = DESCARTADO, E = EXPIRADO
000008*            PELO LIMITE DE RETENCAO), QUEM DECIDIU E QUANDO.
000009* CPD      : INEFE
000010******************************************************************
000011*
000012        01  SR-RESOLVED-RECORD.
000013            05  SR-SUSPENSO-ORIGINAL.
000014                10  SR-NOME             PIC X(30).
000015                10  SR-ORIGEM           PIC X(4).
000016                10  SR-DATA-EXECUCAO    PIC 9(8).
000017                10  SR-HORA-EXECUCAO    PIC 9(6).
000018            05  SR-DECISAO              PIC X(1).
000019                88  SR-DECISAO-LIBERADO       VALUE "L".
000020                88  SR-DECISAO-DESCARTADO     VALUE "D".
000021                88  SR-DECISAO-EXPIRADO       VALUE "E".
000022            05  SR-OPERADOR             PIC X(8).
000023            05  SR-DATA-DECISAO         PIC 9(8).
000024            05  SR-HORA-DECISAO         PIC 9(6).
