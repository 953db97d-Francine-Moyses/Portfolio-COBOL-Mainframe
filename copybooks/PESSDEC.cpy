000001******************************************************************
000002* COPY     : PESSDEC
000003* AUTOR    : FRANCINE NUNES MOYSES
000004* OBJETIVO : LAYOUT DO REGISTRO DO DECK DE CONFIRMACAO DE PESSOAS,
000005*            LIDO PELO COBOL038. OS CARTOES DE UM MESMO GRUPO VEM
000006*            JUNTOS, COM O NUMERO DO GRUPO (O DA PROPOSTA RELPESS
000007*            DO COBOL037 OU OUTRO QUALQUER ESCOLHIDO PELO
000008*            REVISOR), A ACAO (V = VINCULAR O MR-ID AOS DEMAIS DO
000009*            GRUPO, D = DESFAZER O VINCULO DO MR-ID), O MR-ID E O
000010*            OPERADOR QUE CONFIRMOU.
000011* CPD      : INEFE
000012******************************************************************
000013*
000014        01  PV-VINCULO-RECORD.
000015            05  PV-GRUPO                PIC 9(6).
000016            05  PV-ACAO                 PIC X(1).
000017                88  PV-ACAO-VINCULAR          VALUE "V".
000018                88  PV-ACAO-DESVINCULAR       VALUE "D".
000019            05  PV-ID                   PIC 9(9).
000020            05  PV-OPERADOR             PIC X(8).
