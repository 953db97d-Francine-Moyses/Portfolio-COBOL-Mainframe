000004* OBJETIVO : LAYOUT DO REGISTRO DE TRANSACAO DE MANUTENCAO DO
000005*            ARQUIVO MESTRE, LIDO PELO COBOL006. CADA REGISTRO
000006*            PEDE UMA INCLUSAO, ALTERACAO OU INATIVACAO DE UMA
000007*            CHAVE (TR-ID) DO ARQUIVO MESTRE, OU A REINTEGRACAO AO
000008*            MESTRE DE UMA CHAVE QUE O COBOL036 ARQUIVOU (MASTARQ,
000009*            COPY MARQREC) - NA REINTEGRACAO O NOME NAO E USADO.
000010* CPD      : INEFE
000011******************************************************************
000012*
000013        01  TR-TRANSACTION-RECORD.
000014            05  TR-TIPO-TRANSACAO       PIC X(1).
000015                88  TR-TIPO-INCLUSAO          VALUE "A".
000016                88  TR-TIPO-ALTERACAO         VALUE "C".
000017                88  TR-TIPO-INATIVACAO        VALUE "I".
000018                88  TR-TIPO-REINTEGRACAO      VALUE "R".
000019            05  TR-ID                   PIC 9(9).
000020            05  TR-NOME                 PIC X(30).
