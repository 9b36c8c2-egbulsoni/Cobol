000800*                   (TELA DE PRODUTOS, CARGA PRODREC E AJUSTES DE
000900*                   INVENTARIO), NO LUGAR DO MOTIVO LIVRE.
001000*    HISTORICO....: 03/09/2026  CPD  COPY ORIGINAL.
001010*                   15/10/2026  CPD  CODIGOS 901 A 904 RESERVADOS
001020*                   PARA A MONTAGEM E DESMONTAGEM DE KITS (TELA
001030*                   PRODMONT, QUE OS CRIA SE FALTAREM): 901 SAIDA
001040*                   DE COMPONENTE NA MONTAGEM, 902 ENTRADA DO KIT
001050*                   MONTADO, 903 SAIDA DO KIT NA DESMONTAGEM, 904
001060*                   ENTRADA DE COMPONENTE NA DESMONTAGEM. NAO VALE
001070*                   EM NENHUM OUTRO LANCAMENTO.
001100******************************************************************
001200 01  REG-MOT.
001300     02  MOT-CODIGO          PIC 9(03).
001310         88  MOT-RESERVADO-KIT     VALUE 901 THRU 904.
001400     02  MOT-DESCRICAO       PIC X(20).
001500     02  MOT-TIPO            PIC X(01).
001600         88  MOT-P-ENTRADA         VALUE "E".
