000025                10  CT-ORIG-ENT         OCCURS 5 TIMES.
000026                    15  CT-ORIG-CODIGO  PIC X(4).
000027                    15  CT-ORIG-CONT    PIC 9(6).
000028*    NUMERO DA PESSOA (REFERENCIA CRUZADA PESSOAS, COPY PESSREC)
000029*    A QUE O NOME PERTENCE, TIRADO DO PRIMEIRO MR-ID VINCULADO
000030*    COM ESTA GRAFIA; ZERO QUANDO NENHUM MR-ID DO NOME FOI
000031*    VINCULADO - A GRAFIA CONTA COMO UMA PESSOA SO.
000032            05  CT-PESSOA               PIC 9(9).
