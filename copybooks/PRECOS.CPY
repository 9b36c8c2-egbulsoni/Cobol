000100******************************************************************
000200*    COPY........: PRECOS.CPY
000300*    DESCRICAO....: LAYOUT DO REGISTRO DE PRECO DE VENDA VIGENTE
000400*                   (PRECOS.DAT), INDEXADO POR CODIGO DO PRODUTO.
000500*                   GUARDA O PRECO EM VIGOR HOJE E A DATA EM QUE
000600*                   ELE PASSOU A VALER; TODA MUDANCA DE PRECO
000700*                   (TELA PRODPRE OU CARGA PRODAJU) TAMBEM FICA
000800*                   NO HISTORICO PRECOHST.DAT (PRECOHST.CPY), QUE
000900*                   E A FONTE DO PRECO EM VIGOR NUMA DATA PASSADA.
001000*                   PRECO COM VIGENCIA ANTERIOR A DO REGISTRO SO
001100*                   ENTRA NO HISTORICO. DATAS NO FORMATO AAAAMMDD.
001200*    HISTORICO....: 15/10/2026  CPD  COPY ORIGINAL.
001300******************************************************************
001400 01  REG-PRECO.
001500     02  PRC-CODIGO          PIC 9(04).
001600     02  PRC-PRECO           PIC 9(05)V99.
001700     02  PRC-VIGENCIA        PIC 9(08).
001800     02  PRC-DATA-ALT        PIC 9(08).
001900     02  PRC-OPERADOR        PIC X(08).
