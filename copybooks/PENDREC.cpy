000001******************************************************************
000002* COPY     : PENDREC
000003* AUTOR    : FRANCINE NUNES MOYSES
000004* OBJETIVO : LAYOUT DO REGISTRO DO ARQUIVO DE TRANSACOES DE
000005*            MANUTENCAO PENDENTES DE APROVACAO (PENDENTE), GRAVADO
000006*            EM EXTEND PELO COBOL031 E TRATADO PELO COBOL032. CADA
000007*            REGISTRO TRAZ O NUMERO DA PENDENCIA (USADO NO DECK DE
000008*            APROVACAO), A TRANSACAO DIGITADA NO LAYOUT TRANREC, O
000009*            OPERADOR QUE A DIGITOU E A DATA-MOVIMENTO/HORA DA
000010*            ENTRADA.
000011* CPD      : INEFE
000012******************************************************************
000013*
000014        01  PD-PENDING-RECORD.
000015            05  PD-NUMERO               PIC 9(6).
000016            05  PD-TRANSACAO.
000017                10  PD-TIPO-TRANSACAO   PIC X(1).
000018                10  PD-ID               PIC 9(9).
000019                10  PD-NOME             PIC X(30).
000020            05  PD-OPERADOR-ENTRADA     PIC X(8).
000021            05  PD-DATA-ENTRADA         PIC 9(8).
000022            05  PD-HORA-ENTRADA         PIC 9(6).
