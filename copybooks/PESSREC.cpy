000001******************************************************************
000002* COPY     : PESSREC
000003* AUTOR    : FRANCINE NUNES MOYSES
000004* OBJETIVO : LAYOUT DO REGISTRO DA REFERENCIA CRUZADA DE PESSOAS
000005*            (PESSOAS, VSAM KSDS INDEXADO POR PX-ID). O COBOL004
000006*            DA UM MR-ID NOVO A CADA EXECUCAO, ENTAO A MESMA
000007*            PESSOA ACUMULA VARIOS MR-ID NO MESTRE, AS VEZES COM
000008*            GRAFIAS DIFERENTES. CADA GRUPO CONFIRMADO NO DECK DO
000009*            COBOL038 (A PARTIR DA PROPOSTA DO COBOL037) LIGA SEUS
000010*            MR-ID AO MESMO NUMERO DE PESSOA - O MENOR MR-ID DO
000011*            GRUPO, OU, QUANDO O GRUPO JUNTA PESSOAS JA
000012*            CONFIRMADAS, O MENOR NUMERO DE PESSOA ENTRE ELAS, QUE
000013*            SOBREVIVE. MR-ID FORA DO ARQUIVO E UMA PESSOA SO.
000014*            LIDO PELO COBOL013 E PELO COBOL012 PARA CONTAR
000015*            PESSOAS DISTINTAS.
000016* CPD      : INEFE
000017******************************************************************
000018*
000019        01  PX-PESSOA-RECORD.
000020            05  PX-ID                   PIC 9(9).
000021            05  PX-PESSOA               PIC 9(9).
000022            05  PX-DATA-VINCULO         PIC 9(8).
000023            05  PX-OPERADOR             PIC X(8).
000024            05  PX-GRUPO                PIC 9(6).
000025            05  FILLER                  PIC X(10).
