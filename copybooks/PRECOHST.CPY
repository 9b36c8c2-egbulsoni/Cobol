000100******************************************************************
000200*    COPY........: PRECOHST.CPY
000300*    DESCRICAO....: LAYOUT DO REGISTRO DO HISTORICO DE PRECOS DE
000400*                   VENDA (PRECOHST.DAT), INDEXADO POR PRODUTO +
000500*                   DATA DE VIGENCIA. O PRECO EM VIGOR NUMA DATA
000600*                   E O DA MAIOR VIGENCIA QUE NAO PASSA DELA; UMA
000700*                   SEGUNDA GRAVACAO NA MESMA VIGENCIA CORRIGE O
000800*                   PRECO DAQUELE DIA. PHST-ORIGEM DIZ DE ONDE
000900*                   VEIO A GRAVACAO: "T" TELA PRODPRE, "L" CARGA
001000*                   EM LOTE PRODAJU. DATAS NO FORMATO AAAAMMDD.
001100*    HISTORICO....: 15/10/2026  CPD  COPY ORIGINAL.
001200******************************************************************
001300 01  REG-PHST.
001400     02  PHST-CHAVE.
001500         03  PHST-CODIGO     PIC 9(04).
001600         03  PHST-VIGENCIA   PIC 9(08).
001700     02  PHST-PRECO          PIC 9(05)V99.
001800     02  PHST-DATA-REG       PIC 9(08).
001900     02  PHST-OPERADOR       PIC X(08).
002000     02  PHST-ORIGEM         PIC X(01).
002100         88  PHST-DA-TELA          VALUE "T".
002200         88  PHST-DO-LOTE          VALUE "L".
