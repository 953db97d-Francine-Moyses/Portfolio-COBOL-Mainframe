000001******************************************************************
000002* COPY     : LIMREC
000003* AUTOR    : FRANCINE NUNES MOYSES
000004* OBJETIVO : LAYOUT DO CARTAO DE LIMITES DE TEMPO DOS PASSOS DO
000005*            COBOLJOB (LIMITES, FB/LRECL=80, UM CARTAO POR PASSO,
000006*            MANTIDO PELA OPERACAO). LM-FUNCAO EM BRANCO VALE PARA
000007*            QUALQUER FUNCAO DO PROGRAMA; UM CARTAO COM A FUNCAO
000008*            PREENCHIDA TEM PRECEDENCIA SOBRE O GENERICO. O
000009*            COBOL035 CONFERE A DURACAO DE CADA EXECUCAO
000010*            (ESTATIST, COPY ESTATREC) CONTRA LM-LIMITE-SEGUNDOS E
000011*            GRAVA AVISO NO ARQUIVO CENTRAL DE MENSAGENS QUANDO O
000012*            LIMITE ESTOURA.
000013* CPD      : INEFE
000014******************************************************************
000015*
000016        01  LM-LIMITE-RECORD.
000017            05  LM-PROGRAM-ID           PIC X(8).
000018            05  LM-FUNCAO               PIC X(10).
000019            05  LM-LIMITE-SEGUNDOS      PIC 9(6).
000020            05  FILLER                  PIC X(56).
