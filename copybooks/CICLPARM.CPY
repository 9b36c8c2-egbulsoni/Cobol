000100******************************************************************
000200*    COPY........: CICLPARM.CPY
000300*    DESCRICAO....: LAYOUT DO REGISTRO UNICO DE PARAMETROS DA
000400*                   CONTAGEM CICLICA (CICLPARM.DAT): DE QUANTOS
000500*                   EM QUANTOS DIAS CADA CLASSE ABC E CONTADA E A
000600*                   TOLERANCIA DE CADA CLASSE, EM PERCENTUAL DO
000700*                   SALDO DE LIVRO, PARA A CONTAGEM SER DADA COMO
000800*                   EXATA. SEM O ARQUIVO (OU COM FREQUENCIA
000900*                   ZERADA) VALEM OS PADROES DE 030, 090 E 365
001000*                   DIAS E 0,0 / 2,0 / 5,0 PCT, GRAVADOS NOS
001100*                   PROPRIOS PROGRAMAS (PRODCICL E PRODINVA).
001200*    HISTORICO....: 15/10/2026  CPD  COPY ORIGINAL.
001300******************************************************************
001400 01  REG-CICP.
001500     02  CICP-FREQ-A         PIC 9(03).
001600     02  CICP-FREQ-B         PIC 9(03).
001700     02  CICP-FREQ-C         PIC 9(03).
001800     02  CICP-TOL-A          PIC 9(02)V9.
001900     02  CICP-TOL-B          PIC 9(02)V9.
002000     02  CICP-TOL-C          PIC 9(02)V9.
