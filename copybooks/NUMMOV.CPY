000100******************************************************************
000200*    COPY........: NUMMOV.CPY
000300*    DESCRICAO....: LAYOUT DO CONTADOR DE MOVIMENTOS (NUMMOV.DAT),
000400*                   REGISTRO UNICO COM O ULTIMO NUMERO ATRIBUIDO A
000500*                   UM MOVIMENTO DE PRODMOV.DAT. TODO PROGRAMA QUE
000600*                   GRAVA MOVIMENTO LE, SOMA UM E REGRAVA O
000700*                   CONTADOR ANTES DE GRAVAR; O NUMERO E A CHAVE
000800*                   PELA QUAL O ESTORNO LOCALIZA O ORIGINAL.
000900*                   ARQUIVO AUSENTE E CRIADO COM ZERO.
001000*    HISTORICO....: 15/10/2026  CPD  COPY ORIGINAL.
001100******************************************************************
001200 01  REG-NUMMOV.
001300     02  NUMM-ULTIMO         PIC 9(08).
