000001******************************************************************
000002* COPY     : APROVREC
000003* AUTOR    : FRANCINE NUNES MOYSES
000004* OBJETIVO : LAYOUT DO REGISTRO DO DECK DE APROVACAO DAS
000005*            TRANSACOES DE MANUTENCAO PENDENTES, LIDO PELO
000006*            COBOL032. CADA REGISTRO IDENTIFICA UMA PENDENCIA PELO
000007*            NUMERO DADO NA ENTRADA (COBOL031) E TRAZ A DECISAO
000008*            (A = APROVAR, R = RECUSAR), O OPERADOR QUE DECIDIU -
000009*            QUE NAO PODE SER O MESMO QUE DIGITOU A TRANSACAO - E
000010*            O MOTIVO, OBRIGATORIO NA RECUSA.
000011* CPD      : INEFE
000012******************************************************************
000013*
000014        01  AP-APPROVAL-RECORD.
000015            05  AP-NUMERO               PIC 9(6).
000016            05  AP-ACAO                 PIC X(1).
000017                88  AP-ACAO-APROVAR           VALUE "A".
000018                88  AP-ACAO-RECUSAR           VALUE "R".
000019            05  AP-OPERADOR             PIC X(8).
000020            05  AP-MOTIVO               PIC X(30).
