001010* 03/09/2026   CPD     O NOME DO FORNECEDOR SAIU DA FOTOGRAFIA
001020*                      PRODAAMM.HST (AGORA SO EM FORNECED.DAT);
001030*                      LAYOUT DA FOTOGRAFIA DE ABERTURA AJUSTADO.
001040* 15/10/2026   CPD     NUMERO DO MOVIMENTO E MARCAS DE ESTORNO NO
001050*                      REGISTRO DE MOVIMENTO: AREA DE COPIA DO
001060*                      MOVAAMM.HST AJUSTADA PARA 82 BYTES. O PAR
001070*                      ESTORNADO/ESTORNO ENTRA NA CONCILIACAO,
001080*                      POIS MEXEU NA QUANTIDADE.
001100* 22/08/2026   CPD     PROGRAMA ORIGINAL - CONCILIACAO DE ESTOQUE.
001200*                      PARTE DO SALDO DE ABERTURA DE CADA PRODUTO
001300*                      NA FOTOGRAFIA PRODAAMM.HST DO MES ANTERIOR
007900 FD  MOVARQ LABEL RECORD STANDARD
008000     DATA RECORD IS REG-ARQMOV
008100     VALUE OF FILE-ID IS WS-NOME-MOVARQ.
008200 01  REG-ARQMOV                  PIC X(82).
008300
008400 FD  RELCONC LABEL RECORD STANDARD
008500     VALUE OF FILE-ID IS "PRODCONC.LST".
