000100******************************************************************
000200*    COPY........: CLASSABC.CPY
000300*    DESCRICAO....: LAYOUT DO REGISTRO DA CLASSE ABC DE CADA
000400*                   PRODUTO (CLASSABC.DAT, SEQUENCIAL), REGRAVADO
000500*                   INTEIRO A CADA EXECUCAO DO PRODABC: A, B OU C
000600*                   PELA CURVA DE SAIDAS DA FAIXA PEDIDA; PRODUTO
000700*                   SEM SAIDA NA FAIXA FICA NA CLASSE C. O
000800*                   PRODCICL TIRA DAQUI A FREQUENCIA DE CONTAGEM
000900*                   DE CADA ITEM.
001000*    HISTORICO....: 15/10/2026  CPD  COPY ORIGINAL.
001100******************************************************************
001200 01  REG-CABC.
001300     02  CABC-CODIGO         PIC 9(04).
001400     02  CABC-CLASSE         PIC X(01).
001500     02  CABC-DATA           PIC 9(08).
