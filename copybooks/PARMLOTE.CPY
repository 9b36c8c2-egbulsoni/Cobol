000100******************************************************************
000200*    COPY........: PARMLOTE.CPY
000300*    DESCRICAO....: LAYOUT DO REGISTRO DE PASSAGEM DE PARAMETRO
000400*                   DA CADEIA NOTURNA (PARMLOTE.TMP). O PROGRAMA
000500*                   PRODLOTE GRAVA ESTE REGISTRO ANTES DE CHAMAR
000600*                   CADA PASSO, COM O NOME DO PROGRAMA E O
000700*                   PARAMETRO DO PASSO, E ESVAZIA O ARQUIVO NA
000800*                   VOLTA. O PROGRAMA CHAMADO QUE ACHA O PROPRIO
000900*                   NOME NA PASSAGEM TOMA O PARAMETRO DELA E NAO
001000*                   PERGUNTA NADA NO CONSOLE; SEM O ARQUIVO (OU
001100*                   COM OUTRO NOME) PERGUNTA COMO SEMPRE.
001200*    HISTORICO....: 15/10/2026  CPD  COPY ORIGINAL.
001300******************************************************************
001400 01  REG-PARMLOTE.
001500     02  PLT-PROGRAMA        PIC X(08).
001600     02  PLT-PARAMETRO       PIC X(20).
