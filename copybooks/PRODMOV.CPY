000895*                   TOTAL DO PRODUTO); MOV-LOCAL-DEST SO E USADO
000896*                   NAS TRANSFERENCIAS, ZERO NOS DEMAIS.
000900******************************************************************
000901*                   15/10/2026  CPD  NUMERO DO MOVIMENTO (CONTADOR
000902*                   NUMMOV.DAT) E ESTORNO: O ORIGINAL ESTORNADO
000903*                   FICA MARCADO "R" E O ESPELHO QUE O DESFAZ SAI
000904*                   MARCADO "E" COM O NUMERO DO ORIGINAL EM
000905*                   MOV-NUM-ORIGEM. MOV-PEDIDO GUARDA O PEDIDO DE
000906*                   COMPRA DAS ENTRADAS DO PRODREC, PARA O ESTORNO
000907*                   DEVOLVER O RECEBIDO AO PEDIDO (82 BYTES).
000908*                   15/10/2026  CPD  MOTIVOS 901 A 904 DA MONTAGEM
000909*                   E DESMONTAGEM DE KITS (PRODMONT): NAO SAO
000910*                   CONSUMO NEM COMPRA, SO TROCA DE FORMA DO
000911*                   ESTOQUE, E OS RELATORIOS OS SEPARAM.
000990******************************************************************
001000 01  REG-MOV.
001100     02  MOV-CODIGO          PIC 9(04).
001200     02  MOV-TIPO            PIC X(01).
001800         03  MOV-MES         PIC 9(02).
001900         03  MOV-DIA         PIC 9(02).
001910     02  MOV-MOTIVO-COD      PIC 9(03).
001911         88  MOV-MOTIVO-KIT        VALUE 901 THRU 904.
001912         88  MOV-KIT-CONSUMO       VALUE 901.
001913         88  MOV-KIT-MONTADO       VALUE 902.
001914         88  MOV-KIT-DESMONTADO    VALUE 903.
001915         88  MOV-KIT-DEVOLVIDO     VALUE 904.
001920     02  MOV-LOCAL           PIC 9(02).
001930     02  MOV-LOCAL-DEST      PIC 9(02).
002000     02  MOV-MOTIVO          PIC X(20).
002100     02  MOV-UNITARIO        PIC 9(05)V99.
002200     02  MOV-OPERADOR        PIC X(08).
002300     02  MOV-NUMERO          PIC 9(08).
002400     02  MOV-ESTORNO         PIC X(01).
002500         88  MOV-NORMAL            VALUE SPACE.
002600         88  MOV-ESTORNADO         VALUE "R".
002700         88  MOV-DE-ESTORNO        VALUE "E".
002800     02  MOV-NUM-ORIGEM      PIC 9(08).
002900     02  MOV-PEDIDO          PIC 9(06).
