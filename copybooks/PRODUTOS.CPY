000820*                   REGISTRO; FICA SOMENTE O CODIGO, VALIDADO
000830*                   CONTRA O CADASTRO FORNECED.DAT (FORNECED.CPY),
000840*                   QUE PASSA A SER A UNICA FONTE DO NOME.
000850*                   15/10/2026  CPD  SITUACAO DO PRODUTO (64
000860*                   BYTES): A ATIVO, B BLOQUEADO (SEM MOVIMENTO
000870*                   NEM PEDIDO), D DESCONTINUADO (SO SAIDAS).
000880*                   SO O NIVEL 3 ALTERA, NA TELA PRODUTO.
000890*                   BRANCO, DE REGISTRO ANTERIOR, VALE ATIVO.
000900******************************************************************
001000 01  REG-PROD.
001100     02  CODIGO              PIC 9(04).
001600     02  CATEGORIA           PIC 9(02).
001700     02  FORN-CODIGO         PIC 9(04).
001800     02  ESTQ-MINIMO         PIC 9(04).
001810     02  SITUACAO            PIC X(01).
001820         88  PROD-ATIVO              VALUE "A" " ".
001830         88  PROD-BLOQUEADO          VALUE "B".
001840         88  PROD-DESCONTINUADO      VALUE "D".
