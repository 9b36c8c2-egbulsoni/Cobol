000100******************************************************************
000200*    COPY........: CONTHST.CPY
000300*    DESCRICAO....: LAYOUT DO REGISTRO DO HISTORICO DE CONTAGENS
000400*                   APURADAS (CONTHST.DAT, SEQUENCIAL), GRAVADO
000500*                   PELO PRODINVA PARA CADA PRODUTO E LOCAL
000600*                   CONTADO QUANDO AS CONTAGENS SAO BAIXADAS:
000700*                   SALDO DE LIVRO E CONTADO, CUSTO UNITARIO, SE A
000800*                   DIFERENCA FICOU DENTRO DA TOLERANCIA DA CLASSE
000900*                   E SE O AJUSTE FOI LANCADO (S), RECUSADO (N) OU
001000*                   NAO HAVIA DIFERENCA (BRANCO). O PRODACUR TIRA
001100*                   DAQUI A EXATIDAO MENSAL DO INVENTARIO.
001200*    HISTORICO....: 15/10/2026  CPD  COPY ORIGINAL.
001300******************************************************************
001400 01  REG-CHST.
001500     02  CHST-DATA           PIC 9(08).
001600     02  CHST-DATA-APUR      PIC 9(08).
001700     02  CHST-CODIGO         PIC 9(04).
001800     02  CHST-LOCAL          PIC 9(02).
001900     02  CHST-CLASSE         PIC X(01).
002000     02  CHST-LIVRO          PIC 9(04).
002100     02  CHST-CONTADO        PIC 9(04).
002200     02  CHST-UNITARIO       PIC 9(05)V99.
002300     02  CHST-TOLERANCIA     PIC X(01).
002400         88  CHST-DENTRO           VALUE "S".
002500         88  CHST-FORA             VALUE "N".
002600     02  CHST-AJUSTE         PIC X(01).
002700         88  CHST-AJUSTADO         VALUE "S".
002800         88  CHST-RECUSADO         VALUE "N".
002900     02  CHST-CONTADOR       PIC X(08).
