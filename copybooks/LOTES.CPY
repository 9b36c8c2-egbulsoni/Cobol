000100******************************************************************
000200*    COPY........: LOTES.CPY
000300*    DESCRICAO....: LAYOUT DO REGISTRO DE LOTES (LOTES.DAT),
000400*                   INDEXADO POR PRODUTO + LOCAL + LOTE. CADA
000500*                   ENTRADA (TELA DE PRODUTOS, PRODREC E AJUSTE
000600*                   POSITIVO DO PRODINVA) SOMA NO LOTE INFORMADO,
000700*                   COM VALIDADE E DATA DE RECEBIMENTO; SAIDAS E
000800*                   TRANSFERENCIAS CONSOMEM PRIMEIRO O LOTE QUE
000900*                   VENCE ANTES (FEFO). A SOMA DOS LOTES DE UM
001000*                   PRODUTO NUM LOCAL NUNCA PASSA DO SALDO DO
001100*                   LOCAL EM SALDOLOC.DAT; A DIFERENCA E ESTOQUE
001200*                   SEM LOTE, ANTERIOR AO CONTROLE DE LOTES, E SO
001300*                   SAI DEPOIS QUE OS LOTES DO LOCAL ACABAM. LOTE
001400*                   ZERADO FICA NO ARQUIVO PARA O ESTORNO PODER
001500*                   DEVOLVER A ELE. DATAS NO FORMATO AAAAMMDD.
001600*    HISTORICO....: 15/10/2026  CPD  COPY ORIGINAL.
001700******************************************************************
001800 01  REG-LOTE.
001900     02  LOTE-CHAVE.
002000         03  LOTE-CODIGO     PIC 9(04).
002100         03  LOTE-LOCAL      PIC 9(02).
002200         03  LOTE-NUMERO     PIC X(10).
002300     02  LOTE-VALIDADE.
002400         03  LOTE-VAL-ANO    PIC 9(04).
002500         03  LOTE-VAL-MES    PIC 9(02).
002600         03  LOTE-VAL-DIA    PIC 9(02).
002700     02  LOTE-RECEBIMENTO.
002800         03  LOTE-REC-ANO    PIC 9(04).
002900         03  LOTE-REC-MES    PIC 9(02).
003000         03  LOTE-REC-DIA    PIC 9(02).
003100     02  LOTE-QTDADE         PIC 9(04).
