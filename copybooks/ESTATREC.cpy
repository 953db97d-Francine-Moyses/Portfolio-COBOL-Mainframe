000001******************************************************************
000002* COPY     : ESTATREC
000003* AUTOR    : FRANCINE NUNES MOYSES
000004* OBJETIVO : LAYOUT DO REGISTRO DO ARQUIVO DE ESTATISTICAS DA
000005*            JANELA DE BATCH (ESTATIST, GRAVADO EM EXTEND AO FINAL
000006*            DE CADA EXECUCAO PELOS PROGRAMAS DO COBOLJOB:
000007*            COBOL019, COBOL003, COBOL018, COBOL004, COBOL013,
000008*            COBOL005, COBOL006, COBOL014, COBOL007, COBOL027,
000009*            COBOL035, COBOL020 E COBOL016). UM REGISTRO POR
000010*            EXECUCAO, IDENTIFICADO PELA DATA-MOVIMENTO DO CARTAO
000011*            DATAPROC, PELO PROGRAMA E PELA FUNCAO (O MODO DO
000012*            COBOL019, A ORIGEM DO COBOL027; EM BRANCO NOS
000013*            DEMAIS), COM O CARIMBO DE INICIO E FIM DA MAQUINA, OS
000014*            REGISTROS LIDOS E GRAVADOS E O RETURN-CODE. O
000015*            COBOL035 LE ESTE ARQUIVO E EMITE A TENDENCIA POR
000016*            PASSO DOS ULTIMOS CICLOS, CONFERINDO O TEMPO CONTRA
000017*            OS LIMITES (COPY LIMREC).
000018* CPD      : INEFE
000019******************************************************************
000020*
000021        01  ES-ESTATISTICA-RECORD.
000022            05  ES-CHAVE.
000023                10  ES-DATA-MOVIMENTO   PIC 9(8).
000024                10  ES-PROGRAM-ID       PIC X(8).
000025                10  ES-FUNCAO           PIC X(10).
000026            05  ES-DATA-INICIO          PIC 9(8).
000027            05  ES-HORA-INICIO          PIC 9(6).
000028            05  ES-DATA-FIM             PIC 9(8).
000029            05  ES-HORA-FIM             PIC 9(6).
000030            05  ES-REGISTROS-LIDOS      PIC 9(9).
000031            05  ES-REGISTROS-GRAVADOS   PIC 9(9).
000032            05  ES-RETURN-CODE          PIC 9(4).
000033            05  FILLER                  PIC X(4).
