000100******************************************************************
000200*    COPY........: REQUIS.CPY
000300*    DESCRICAO....: LAYOUT DO REGISTRO DE REQUISICOES DE MATERIAL
000400*                   (REQUISIC.DAT), INDEXADO POR NUMERO DA
000500*                   REQUISICAO + ITEM, UM REGISTRO POR PRODUTO
000600*                   REQUISITADO. A TELA PRODREQ REGISTRA A
000700*                   REQUISICAO (QUALQUER OPERADOR ASSINADO) E O
000800*                   NIVEL 3 APROVA, CORTA (APROVA MENOS) OU
000900*                   REJEITA CADA ITEM; O PRODATEN ATENDE OS ITENS
001000*                   APROVADOS COM SAIDA NO LOCAL DE ENTREGA, ATE
001100*                   O SALDO DO LOCAL, E O QUE FALTA FICA EM
001200*                   PENDENCIA (BACKORDER) PARA A PROXIMA
001300*                   EXECUCAO. O PRODREQR LISTA AS REQUISICOES EM
001400*                   ABERTO POR DEPARTAMENTO E O PRODBAIX CONTA O
001500*                   APROVADO AINDA NAO ATENDIDO COMO ESTOQUE
001600*                   COMPROMETIDO. DATAS NO FORMATO AAAAMMDD.
001700*    HISTORICO....: 15/10/2026  CPD  COPY ORIGINAL.
001800******************************************************************
001900 01  REG-REQ.
002000     02  REQ-CHAVE.
002100         03  REQ-NUMERO      PIC 9(06).
002200         03  REQ-ITEM        PIC 9(02).
002300     02  REQ-DEPTO           PIC X(10).
002400     02  REQ-SOLICITANTE     PIC X(08).
002500     02  REQ-DATA.
002600         03  REQ-ANO         PIC 9(04).
002700         03  REQ-MES         PIC 9(02).
002800         03  REQ-DIA         PIC 9(02).
002900     02  REQ-LOCAL           PIC 9(02).
003000     02  REQ-CODIGO          PIC 9(04).
003100     02  REQ-QTD-PEDIDA      PIC 9(04).
003200     02  REQ-QTD-APROVADA    PIC 9(04).
003300     02  REQ-QTD-ATENDIDA    PIC 9(04).
003400     02  REQ-APROVADOR       PIC X(08).
003500     02  REQ-DATA-APROV      PIC 9(08).
003600     02  REQ-DATA-ATEND      PIC 9(08).
003700     02  REQ-SITUACAO        PIC X(01).
003800         88  REQ-PENDENTE          VALUE "P".
003900         88  REQ-APROVADA          VALUE "A".
004000         88  REQ-REJEITADA         VALUE "R".
004100         88  REQ-BACKORDER         VALUE "B".
004200         88  REQ-ATENDIDA          VALUE "F".
004300         88  REQ-A-ATENDER         VALUE "A" "B".
