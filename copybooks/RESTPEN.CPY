000100******************************************************************
000200*    COPY........: RESTPEN.CPY
000300*    DESCRICAO....: LAYOUT DO REGISTRO DE RESTAURACAO PENDENTE
000400*                   (RESTPEN.DAT). O PRODREST GRAVA ESTE REGISTRO
000500*                   ANTES DE SUBSTITUIR OS ARQUIVOS E SO ESVAZIA O
000600*                   ARQUIVO DEPOIS DE CONFERIR OS ARQUIVOS
000700*                   RESTAURADOS CONTRA O CONTROLE DA COPIA.
000800*                   ENQUANTO HOUVER REGISTRO, O MENU (PRODMENU) SO
000900*                   ACEITA OPERADOR DE NIVEL 3: O SISTEMA NAO ESTA
001000*                   LIBERADO PARA USO.
001100*    HISTORICO....: 15/10/2026  CPD  COPY ORIGINAL.
001200******************************************************************
001300 01  REG-RESTPEN.
001400     02  RPN-CONJUNTO        PIC 9(08).
001500     02  RPN-DATA            PIC 9(08).
001600     02  RPN-HORA            PIC 9(06).
