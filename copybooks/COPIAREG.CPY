000100******************************************************************
000200*    COPY........: COPIAREG.CPY
000300*    DESCRICAO....: LAYOUT DO REGISTRO DA COPIA DE SEGURANCA
000400*                   (BKPAAAAMMDD.DAT). CADA REGISTRO DE CADA
000500*                   ARQUIVO COPIADO VAI COMO ESTA, PRECEDIDO DO
000600*                   NOME LOGICO DO ARQUIVO, NA ORDEM DA TABELA DE
000700*                   ARQUIVOS DO PRODCOPI (INDEXADOS NA ORDEM DA
000800*                   CHAVE). CPR-DADOS COMPORTA O MAIOR REGISTRO
000900*                   COPIADO (PRODLOG.DAT, 152 BYTES); OS MENORES
001000*                   VAO COMPLETADOS COM BRANCOS.
001100*    HISTORICO....: 15/10/2026  CPD  COPY ORIGINAL.
001200******************************************************************
001300 01  REG-COPIA.
001400     02  CPR-ARQUIVO         PIC X(08).
001500     02  CPR-DADOS           PIC X(152).
