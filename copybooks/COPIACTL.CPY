000100******************************************************************
000200*    COPY........: COPIACTL.CPY
000300*    DESCRICAO....: LAYOUT DO ARQUIVO DE CONTROLE DA COPIA DE
000400*                   SEGURANCA (BKPAAAAMMDD.CTL), GRAVADO PELO
000500*                   PRODCOPI AO FIM DE UMA COPIA COMPLETA E LIDO
000600*                   PELO PRODREST. UM REGISTRO DE CABECALHO (H),
000700*                   UM POR ARQUIVO COPIADO (D), COM A QUANTIDADE
000800*                   DE REGISTROS E ATE TRES TOTAIS DE CONFERENCIA,
000900*                   E UM REGISTRO FINAL (T) QUE REPETE OS TOTAIS
001000*                   DO CABECALHO. SEM O REGISTRO FINAL A COPIA NAO
001100*                   CHEGOU AO FIM E O CONJUNTO NAO SERVE PARA
001200*                   RESTAURACAO. OS TOTAIS DE CADA ARQUIVO ESTAO
001300*                   DESCRITOS NO PRODCOPI (EX.: PRODUTOS.DAT SOMA
001400*                   CODIGO, QTDADE E TOTAL; PRODMOV.DAT SOMA
001500*                   MOV-QUANTIDADE).
001600*    HISTORICO....: 15/10/2026  CPD  COPY ORIGINAL.
001700******************************************************************
001800 01  REG-COPIA-CTL.
001900     02  CCT-TIPO            PIC X(01).
002000         88  CCT-CABECALHO         VALUE "H".
002100         88  CCT-DETALHE           VALUE "D".
002200         88  CCT-FINAL             VALUE "T".
002300     02  CCT-ARQUIVO         PIC X(08).
002400     02  CCT-FILE-ID         PIC X(12).
002500     02  CCT-SITUACAO        PIC X(01).
002600         88  CCT-PRESENTE          VALUE "P".
002700         88  CCT-AUSENTE           VALUE "A".
002800     02  CCT-QTDE            PIC 9(07).
002900     02  CCT-HASH-1          PIC 9(13)V99.
003000     02  CCT-HASH-2          PIC 9(13)V99.
003100     02  CCT-HASH-3          PIC 9(13)V99.
003200 01  REG-COPIA-CAB.
003300     02  CCB-TIPO            PIC X(01).
003400     02  CCB-CONJUNTO        PIC 9(08).
003500     02  CCB-HORA            PIC 9(06).
003600     02  CCB-QTDE-ARQUIVOS   PIC 9(02).
003700     02  CCB-QTDE-REGISTROS  PIC 9(09).
003800     02  FILLER              PIC X(48).
