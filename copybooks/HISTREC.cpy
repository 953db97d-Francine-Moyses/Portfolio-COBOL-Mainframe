000003* AUTOR    : FRANCINE NUNES MOYSES
000004* OBJETIVO : LAYOUT DO REGISTRO DE HISTORIA DE MANUTENCAO DO
000005*            ARQUIVO MESTRE, GRAVADO PELO COBOL006 (TRANSACOES
000006*            DE MANUTENCAO, INCLUSIVE A REINTEGRACAO DE CHAVE
000007*            ARQUIVADA), PELO COBOL022 (ESTORNO DE DIA) E PELO
000008*            COBOL036 (ARQUIVAMENTO DE INATIVOS - A IMAGEM DEPOIS
000009*            E A DO REGISTRO COMO FOI PARA O MASTARQ) NO
000010*            ARQUIVO HISTORIA, EM EXTEND, COM A IMAGEM ANTES/
000011*            DEPOIS DE CADA ALTERACAO, E LIDO PELO COBOL015 PARA
000012*            RECONSTRUIR COMO UM REGISTRO ESTAVA EM QUALQUER
000013*            DATA (PEDIDO DA AUDITORIA).
000014* CPD      : INEFE
000015******************************************************************
000016*
000017        01  HS-HISTORY-RECORD.
000018            05  HS-ID                   PIC 9(9).
000019            05  HS-TIPO-ALTERACAO       PIC X(1).
000020                88  HS-TIPO-INCLUSAO          VALUE "A".
000021                88  HS-TIPO-ALTERACAO-NOME    VALUE "C".
000022                88  HS-TIPO-INATIVACAO        VALUE "I".
000023                88  HS-TIPO-EXCLUSAO          VALUE "E".
000024                88  HS-TIPO-ARQUIVAMENTO      VALUE "Q".
000025                88  HS-TIPO-REINTEGRACAO      VALUE "R".
000026            05  HS-NOME-ANTES           PIC X(30).
000027            05  HS-STATUS-ANTES         PIC X(1).
000028            05  HS-NOME-DEPOIS          PIC X(30).
000029            05  HS-STATUS-DEPOIS        PIC X(1).
000030            05  HS-DATA-MANUTENCAO      PIC 9(8).
000031            05  HS-HORA-MANUTENCAO      PIC 9(6).
