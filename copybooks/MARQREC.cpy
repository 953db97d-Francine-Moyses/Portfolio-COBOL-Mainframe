000001******************************************************************
000002* COPY     : MARQREC
000003* AUTOR    : FRANCINE NUNES MOYSES
000004* OBJETIVO : LAYOUT DO REGISTRO DO ARQUIVO DE MESTRES ARQUIVADOS
000005*            (MASTARQ, VSAM KSDS INDEXADO POR MA-ID). O COBOL036
000006*            TIRA DO MESTRE CORRENTE OS REGISTROS INATIVOS SEM
000007*            MOVIMENTO NA HISTORIA DESDE A DATA DE CORTE E OS
000008*            GRAVA AQUI COM A IMAGEM COMPLETA DO MESTRE (AS 52
000009*            PRIMEIRAS POSICOES, NO MESMO LAYOUT DO MASTREC) MAIS
000010*            A DATA/HORA DO ARQUIVAMENTO. A TRANSACAO DE
000011*            REINTEGRACAO (TIPO R, COBOL006) DEVOLVE A CHAVE AO
000012*            MESTRE E O COBOL014, NA PROMOCAO, MARCA O REGISTRO
000013*            COMO REINTEGRADO - ELE FICA AQUI PARA CONSULTA E E
000014*            REGRAVADO SE A CHAVE FOR ARQUIVADA DE NOVO.
000015* CPD      : INEFE
000016******************************************************************
000017*
000018        01  MA-ARQUIVO-RECORD.
000019            05  MA-ID                   PIC 9(9).
000020            05  MA-NOME                 PIC X(30).
000021            05  MA-DATA-EXECUCAO        PIC 9(8).
000022            05  MA-STATUS               PIC X(1).
000023            05  MA-ORIGEM               PIC X(4).
000024            05  MA-DATA-ARQUIVAMENTO    PIC 9(8).
000025            05  MA-HORA-ARQUIVAMENTO    PIC 9(6).
000026            05  MA-SITUACAO             PIC X(1).
000027                88  MA-SITUACAO-ARQUIVADO     VALUE "A".
000028                88  MA-SITUACAO-REINTEGRADO   VALUE "R".
000029            05  MA-DATA-REINTEGRACAO    PIC 9(8).
000030            05  FILLER                  PIC X(5).
