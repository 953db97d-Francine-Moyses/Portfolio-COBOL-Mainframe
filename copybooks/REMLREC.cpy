000001******************************************************************
000002* COPY     : REMLREC
000003* AUTOR    : FRANCINE NUNES MOYSES
000004* OBJETIVO : LAYOUT DO REGISTRO DO LOG DE REMESSAS ENVIADAS AS
000005*            AGENCIAS (ARQUIVO REMLOG, GRAVADO EM EXTEND PELO
000006*            COBOL027, UM REGISTRO POR ARQUIVO DE REMESSA
000007*            GERADO). GUARDA A ORIGEM, A DATA-MOVIMENTO, O NUMERO
000008*            DE SEQUENCIA DA REMESSA DAQUELA ORIGEM E AS
000009*            CONTAGENS DO TRAILER; E DAQUI QUE O COBOL027 TIRA O
000010*            PROXIMO NUMERO DE SEQUENCIA E O COBOL028 CONFERE OS
000011*            RECIBOS DEVOLVIDOS PELAS AGENCIAS.
000012* CPD      : INEFE
000013******************************************************************
000014*
000015        01  RL-REMESSA-RECORD.
000016            05  RL-ORIGEM               PIC X(4).
000017            05  RL-DATA-MOVIMENTO       PIC 9(8).
000018            05  RL-SEQUENCIA            PIC 9(6).
000019            05  RL-QTD-DETALHES         PIC 9(6).
000020            05  RL-QTD-INCLUSOES        PIC 9(6).
000021            05  RL-QTD-ALTERACOES       PIC 9(6).
000022            05  RL-DATA-GERACAO         PIC 9(8).
000023            05  RL-HORA-GERACAO         PIC 9(6).
