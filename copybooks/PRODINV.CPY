000400*                   (PRODINV.DAT), GRAVADO PELO PROGRAMA PRODCONT
000500*                   E APURADO PELO PROGRAMA PRODINVA.
000600*    HISTORICO....: 22/08/2026  CPD  COPY ORIGINAL.
000610*                   15/10/2026  CPD  LOCAL DE ESTOQUE DA CONTAGEM
000620*                   (26 BYTES): CONTA-SE POR PRODUTO E LOCAL,
000630*                   CONTRA A LISTA DA CONTAGEM CICLICA (CONTCICL).
000700******************************************************************
000800 01  REG-INV.
000900     02  INV-CODIGO          PIC 9(04).
001300         03  INV-MES         PIC 9(02).
001400         03  INV-DIA         PIC 9(02).
001500     02  INV-CONTADOR        PIC X(08).
001600     02  INV-LOCAL           PIC 9(02).
