000006*            EXECUCAO (ARQUIVO MANUTCTL) E CONFERIDO PELO
000007*            COBOL014 ANTES DE PROMOVER MASTNOVO A MESTRE
000008*            CORRENTE: A EQUACAO DE CONTROLE E
000009*            MC-CONT-ANTES + MC-CONT-INCLUIDOS +
000010*            MC-CONT-REINTEGRADOS = MC-CONT-DEPOIS.
000011* CPD      : INEFE
000012******************************************************************
000013*
000014        01  MC-CONTROLE-RECORD.
000015            05  MC-DATA-MANUTENCAO      PIC 9(8).
000016            05  MC-HORA-MANUTENCAO      PIC 9(6).
000017            05  MC-CONT-ANTES           PIC 9(6).
000018            05  MC-CONT-TRANSACOES      PIC 9(6).
000019            05  MC-CONT-INCLUIDOS       PIC 9(6).
000020            05  MC-CONT-ALTERADOS       PIC 9(6).
000021            05  MC-CONT-INATIVADOS      PIC 9(6).
000022            05  MC-CONT-REJEITADOS      PIC 9(6).
000023            05  MC-CONT-DEPOIS          PIC 9(6).
000024            05  MC-CONT-REINTEGRADOS    PIC 9(6).
