000100******************************************************************
000200*    COPY........: CONTCICL.CPY
000300*    DESCRICAO....: LAYOUT DO REGISTRO DO PLANO DE CONTAGEM
000400*                   CICLICA (CONTCICL.DAT), INDEXADO POR CODIGO DE
000500*                   PRODUTO + LOCAL, UM PARA CADA SALDO DE
000600*                   SALDOLOC.DAT. O PRODCICL CRIA O REGISTRO,
000700*                   GUARDA A CLASSE ABC, CALCULA A PREVISTA DA
000800*                   PROXIMA CONTAGEM E POE O ITEM NA LISTA (L) NO
000900*                   DIA; O PRODCONT SO ACEITA CONTAGEM DE ITEM NA
001000*                   LISTA E O PRODINVA, AO APURAR, TIRA O ITEM DA
001100*                   LISTA, GRAVA A DATA DA CONTAGEM E A PROXIMA
001200*                   PREVISTA. ITEM NA LISTA COM PREVISTA JA
001300*                   PASSADA ESTA ATRASADO.
001400*    HISTORICO....: 15/10/2026  CPD  COPY ORIGINAL.
001500******************************************************************
001600 01  REG-CCIC.
001700     02  CCIC-CHAVE.
001800         03  CCIC-CODIGO     PIC 9(04).
001900         03  CCIC-LOCAL      PIC 9(02).
002000     02  CCIC-CLASSE         PIC X(01).
002100     02  CCIC-SITUACAO       PIC X(01).
002200         88  CCIC-NA-LISTA         VALUE "L".
002300         88  CCIC-FORA-LISTA       VALUE " ".
002400     02  CCIC-DT-LISTA       PIC 9(08).
002500     02  CCIC-DT-PREVISTA    PIC 9(08).
002600     02  CCIC-DT-ULTIMA      PIC 9(08).
