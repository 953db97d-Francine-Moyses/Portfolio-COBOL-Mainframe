000001******************************************************************
000002* COPY     : SUSPREC
000003* AUTOR    : FRANCINE NUNES MOYSES
000004* OBJETIVO : LAYOUT DO REGISTRO DO ARQUIVO DE SUSPENSOS, GRAVADO
000005*            PELO COBOL018 QUANDO UM NOME JA FOI VISTO NA MESMA
000006*            DATA-MOVIMENTO, E TRATADO PELA FILA DO COBOL025
000007*            (LIBERACAO, DESCARTE E EXPIRACAO).
000008* CPD      : INEFE
000009******************************************************************
000010*
000011        01  SP-SUSPENSE-RECORD.
000012            05  SP-NOME                 PIC X(30).
000013            05  SP-ORIGEM               PIC X(4).
000014            05  SP-DATA-EXECUCAO        PIC 9(8).
000015            05  SP-HORA-EXECUCAO        PIC 9(6).
