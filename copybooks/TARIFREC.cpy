000001******************************************************************
000002* COPY     : TARIFREC
000003* AUTOR    : FRANCINE NUNES MOYSES
000004* OBJETIVO : LAYOUT DO REGISTRO DA TABELA DE TARIFAS DE COBRANCA
000005*            POR ORIGEM (ARQUIVO TARIFA), MANTIDA PELO COBOL033 A
000006*            PARTIR DE DECK DE TRANSACOES E LIDA PELO COBOL034 NO
000007*            FECHAMENTO MENSAL DA COBRANCA. CADA REGISTRO TRAZ O
000008*            CODIGO DE ORIGEM, A DATA A PARTIR DA QUAL A TARIFA
000009*            VALE (VIGENCIA, AAAAMMDD) E O PRECO UNITARIO, EM
000010*            REAIS, DO NOME ACEITO, DO REJEITO E DA TRANSACAO DE
000011*            MANUTENCAO. VALE PARA UM DIA A TARIFA DA ORIGEM COM A
000012*            MAIOR VIGENCIA ATE AQUELE DIA. O ARQUIVO FICA
000013*            CLASSIFICADO POR ORIGEM + VIGENCIA (TA-CHAVE).
000014* CPD      : INEFE
000015******************************************************************
000016*
000017        01  TA-TARIFA-RECORD.
000018            05  TA-CHAVE.
000019                10  TA-ORIGEM           PIC X(4).
000020                10  TA-DATA-VIGENCIA    PIC 9(8).
000021            05  TA-PRECO-NOME           PIC 9(5)V99.
000022            05  TA-PRECO-REJEITO        PIC 9(5)V99.
000023            05  TA-PRECO-MANUTENCAO     PIC 9(5)V99.
000024            05  TA-DATA-CADASTRO        PIC 9(8).
000025            05  FILLER                  PIC X(39).
