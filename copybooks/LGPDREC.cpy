000001******************************************************************
000002* COPY     : LGPDREC
000003* AUTOR    : FRANCINE NUNES MOYSES
000004* OBJETIVO : LAYOUT DO CARTAO DE PEDIDO DO TITULAR DE DADOS
000005*            (LGPD) ENCAMINHADO PELO JURIDICO E LIDO PELO
000006*            COBOL030: O PROTOCOLO DO JURIDICO, O TIPO DO PEDIDO
000007*            (A = ACESSO, RELATORIO DE OCORRENCIAS; E =
000008*            ELIMINACAO, TROCA DO NOME PELO PSEUDONIMO), O NOME
000009*            DO TITULAR EXATAMENTE COMO GRAVADO NOS ARQUIVOS E
000010*            QUEM NO JURIDICO RESPONDE PELO PEDIDO.
000011* CPD      : INEFE
000012******************************************************************
000013*
000014        01  LG-PEDIDO-RECORD.
000015            05  LG-PROTOCOLO            PIC X(12).
000016            05  LG-TIPO-PEDIDO          PIC X(1).
000017                88  LG-PEDIDO-ACESSO          VALUE "A".
000018                88  LG-PEDIDO-ELIMINACAO      VALUE "E".
000019            05  LG-NOME                 PIC X(30).
000020            05  LG-SOLICITANTE          PIC X(8).
000021            05  FILLER                  PIC X(29).
