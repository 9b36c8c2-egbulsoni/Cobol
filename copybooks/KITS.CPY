000100******************************************************************
000200*    COPY........: KITS.CPY
000300*    DESCRICAO....: LAYOUT DO REGISTRO DA ESTRUTURA DE KITS
000400*                   (KITS.DAT), INDEXADO POR CODIGO DO KIT +
000500*                   CODIGO DO COMPONENTE, UM REGISTRO POR
000600*                   COMPONENTE, MANTIDO PELA TELA PRODKIT (NIVEL
000700*                   3). KIT E COMPONENTES SAO PRODUTOS DO
000800*                   CADASTRO; KIT-QTDE E A QUANTIDADE DO
000900*                   COMPONENTE EM UMA UNIDADE DO KIT. A ESTRUTURA
001000*                   TEM UM NIVEL SO: KIT NAO ENTRA COMO COMPONENTE
001100*                   DE OUTRO KIT. A TELA PRODMONT MONTA (BAIXA OS
001200*                   COMPONENTES E DA ENTRADA NOS KITS) E DESMONTA
001300*                   (O INVERSO) NUM MESMO LOCAL, COM OS MOTIVOS
001400*                   RESERVADOS 901 A 904 (MOTIVOS.CPY), E O
001500*                   PRODSUG SOMA O CONSUMO DOS KITS AO CONSUMO DE
001600*                   CADA COMPONENTE.
001700*    HISTORICO....: 15/10/2026  CPD  COPY ORIGINAL.
001800******************************************************************
001900 01  REG-KIT.
002000     02  KIT-CHAVE.
002100         03  KIT-CODIGO      PIC 9(04).
002200         03  KIT-COMPONENTE  PIC 9(04).
002300     02  KIT-QTDE            PIC 9(04).
