000001******************************************************************
000002* COPY     : PENDRES
000003* AUTOR    : FRANCINE NUNES MOYSES
000004* OBJETIVO : LAYOUT DO REGISTRO DO ARQUIVO DE PENDENCIAS DE
000005*            MANUTENCAO RESOLVIDAS (PENDRESOL), GRAVADO EM EXTEND
000006*            PELO COBOL032: A PENDENCIA ORIGINAL, A DECISAO TOMADA
000007*            (A = APROVADA E ENVIADA AO COBOL006, R = RECUSADA,
000008*            E = EXPIRADA PELO LIMITE DE DIAS SEM DECISAO), QUEM
000009*            DECIDIU, QUANDO E O MOTIVO INFORMADO NA RECUSA.
000010* CPD      : INEFE
000011******************************************************************
000012*
000013        01  PR-RESOLVED-RECORD.
000014            05  PR-PENDENTE-ORIGINAL.
000015                10  PR-NUMERO           PIC 9(6).
000016                10  PR-TIPO-TRANSACAO   PIC X(1).
000017                10  PR-ID               PIC 9(9).
000018                10  PR-NOME             PIC X(30).
000019                10  PR-OPERADOR-ENTRADA PIC X(8).
000020                10  PR-DATA-ENTRADA     PIC 9(8).
000021                10  PR-HORA-ENTRADA     PIC 9(6).
000022            05  PR-DECISAO              PIC X(1).
000023                88  PR-DECISAO-APROVADA       VALUE "A".
000024                88  PR-DECISAO-RECUSADA       VALUE "R".
000025                88  PR-DECISAO-EXPIRADA       VALUE "E".
000026            05  PR-OPERADOR             PIC X(8).
000027            05  PR-DATA-DECISAO         PIC 9(8).
000028            05  PR-HORA-DECISAO         PIC 9(6).
000029            05  PR-MOTIVO               PIC X(30).
