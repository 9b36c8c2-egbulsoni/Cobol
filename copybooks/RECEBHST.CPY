000100******************************************************************
000200*    COPY........: RECEBHST.CPY
000300*    DESCRICAO....: LAYOUT DO REGISTRO DO HISTORICO DE
000400*                   RECEBIMENTOS CONTRA PEDIDO DE COMPRA
000500*                   (RECEBHST.DAT, SEQUENCIAL). O PRODREC GRAVA UM
000600*                   REGISTRO R PARA CADA LINHA APLICADA, COM O
000700*                   NUMERO DO MOVIMENTO DE ENTRADA, A DATA DO
000800*                   RECEBIMENTO FISICO, A QUANTIDADE, O CUSTO
000900*                   RECEBIDO E O CUSTO MEDIO DO PRODUTO ANTES DA
001000*                   ENTRADA, ALEM DE UMA FOTOGRAFIA DO PEDIDO
001100*                   (DATAS, QUANTIDADE PEDIDA E RECEBIDA ATE
001200*                   ENTAO). O PRODEST GRAVA UM REGISTRO E QUANDO
001300*                   ESTORNA A ENTRADA, COM O NUMERO DO MOVIMENTO
001400*                   ESTORNADO EM RHST-MOV-NUMERO. O PRODDESF TIRA
001500*                   DAQUI O DESEMPENHO MENSAL DOS FORNECEDORES.
001600*    HISTORICO....: 15/10/2026  CPD  COPY ORIGINAL.
001700******************************************************************
001800 01  REG-RHST.
001900     02  RHST-TIPO           PIC X(01).
002000         88  RHST-RECEBIMENTO      VALUE "R".
002100         88  RHST-ESTORNO          VALUE "E".
002200     02  RHST-MOV-NUMERO     PIC 9(08).
002300     02  RHST-PEDIDO         PIC 9(06).
002400     02  RHST-CODIGO         PIC 9(04).
002500     02  RHST-FORN-CODIGO    PIC 9(04).
002600     02  RHST-DATA           PIC 9(08).
002700     02  RHST-DATA-LANC      PIC 9(08).
002800     02  RHST-QTDE           PIC 9(04).
002900     02  RHST-CUSTO          PIC 9(05)V99.
003000     02  RHST-CUSTO-ANT      PIC 9(05)V99.
003100     02  RHST-PED-DATA       PIC 9(08).
003200     02  RHST-PED-PREVISTA   PIC 9(08).
003300     02  RHST-QTD-PEDIDA     PIC 9(04).
003400     02  RHST-QTD-RECEBIDA   PIC 9(04).
