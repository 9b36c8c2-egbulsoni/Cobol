000910*                   03/09/2026  CPD  O NOME DO FORNECEDOR SAIU DO
000920*                   CADASTRO DE PRODUTOS (AGORA SO EM
000930*                   FORNECED.DAT) E SAI TAMBEM DO LOG.
000940*                   15/10/2026  CPD  SITUACAO DO PRODUTO ANTES E
000950*                   DEPOIS, ACOMPANHANDO O CADASTRO (64 BYTES).
000960*                   15/10/2026  CPD  EXPURGO (PRODPURG) GRAVA O
000970*                   REGISTRO COMO ESTAVA, COM A SITUACAO DEPOIS
000980*                   "X" E O USUARIO PRODPURG.
001000******************************************************************
001100 01  REG-LOG.
001200     02  LOG-REG-ANTES.
001800         03  LOG-CATEGORIA-ANTES  PIC 9(02).
001900         03  LOG-FORN-COD-ANTES   PIC 9(04).
002100         03  LOG-ESTQ-MIN-ANTES   PIC 9(04).
002110         03  LOG-SITUACAO-ANTES   PIC X(01).
002200     02  LOG-REG-DEPOIS.
002300         03  LOG-CODIGO-DEPOIS    PIC 9(04).
002400         03  LOG-NOME-DEPOIS      PIC X(30).
002800         03  LOG-CATEGORIA-DEPOIS PIC 9(02).
002900         03  LOG-FORN-COD-DEPOIS  PIC 9(04).
003100         03  LOG-ESTQ-MIN-DEPOIS  PIC 9(04).
003110         03  LOG-SITUACAO-DEPOIS  PIC X(01).
003120             88  LOG-EXPURGADO              VALUE "X".
003200     02  LOG-DATA.
003300         03  LOG-ANO              PIC 9(04).
003400         03  LOG-MES              PIC 9(02).
