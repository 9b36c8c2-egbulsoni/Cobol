000100******************************************************************
000200*    COPY........: LOTEMOV.CPY
000300*    DESCRICAO....: LAYOUT DO REGISTRO DE MOVIMENTO POR LOTE
000400*                   (LOTEMOV.DAT, SEQUENCIAL). UM REGISTRO PARA
000500*                   CADA LOTE QUE UM MOVIMENTO DE PRODMOV.DAT
000600*                   TOCOU, COM O NUMERO DO MOVIMENTO: UMA SAIDA
000700*                   FEFO QUE ATRAVESSA DOIS LOTES GERA DOIS
000800*                   REGISTROS, UMA TRANSFERENCIA GERA A SAIDA NA
000900*                   ORIGEM E A ENTRADA NO DESTINO. E POR ELE QUE
001000*                   O ESTORNO DEVOLVE A QUANTIDADE AOS MESMOS
001100*                   LOTES. VALIDADE E RECEBIMENTO SAO COPIADOS DO
001200*                   LOTE PARA RECRIA-LO SE PRECISO.
001300*    HISTORICO....: 15/10/2026  CPD  COPY ORIGINAL.
001400******************************************************************
001500 01  REG-LMOV.
001600     02  LMOV-NUMERO         PIC 9(08).
001700     02  LMOV-CODIGO         PIC 9(04).
001800     02  LMOV-LOCAL          PIC 9(02).
001900     02  LMOV-LOTE           PIC X(10).
002000     02  LMOV-TIPO           PIC X(01).
002100         88  LMOV-ENTRADA          VALUE "E".
002200         88  LMOV-SAIDA            VALUE "S".
002300     02  LMOV-QTDE           PIC 9(04).
002400     02  LMOV-VALIDADE       PIC 9(08).
002500     02  LMOV-RECEBIMENTO    PIC 9(08).
