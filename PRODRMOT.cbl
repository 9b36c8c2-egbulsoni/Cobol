001003* 03/09/2026   CPD     LOCAIS NO REGISTRO DE MOVIMENTO (59
001004*                      BYTES); TRANSFERENCIA FICA FORA DA
001005*                      TOTALIZACAO POR MOTIVO.
001006* 15/10/2026   CPD     NUMERO DO MOVIMENTO E MARCAS DE ESTORNO NO
001007*                      REGISTRO DE MOVIMENTO (82 BYTES). O PAR
001008*                      ESTORNADO/ESTORNO SAI DA TOTALIZACAO POR
001009*                      MOTIVO E APARECE NUMA LINHA PROPRIA DE
001010*                      ESTORNOS, PARA ERRO E CORRECAO NAO
001011*                      PARECEREM ATIVIDADE REAL.
001021* 15/10/2026   CPD     MONTAGEM E DESMONTAGEM DE KITS (MOTIVOS
001031*                      901 A 904) SAEM DA TOTALIZACAO POR MOTIVO
001041*                      E APARECEM NUMA LINHA PROPRIA DE KITS, COM
001051*                      CONTAGEM NO RODAPE, PARA NAO PARECEREM
001061*                      CONSUMO REAL.
001100* 03/09/2026   CPD     PROGRAMA ORIGINAL - RESUMO DE MOVIMENTOS
001200*                      POR CODIGO DE MOTIVO. RECEBE UMA FAIXA DE
001300*                      PERIODOS (AAAAMM INICIAL E FINAL) POR
005700 FD  MOVARQ LABEL RECORD STANDARD
005800     DATA RECORD IS REG-ARQMOV
005900     VALUE OF FILE-ID IS WS-NOME-MOVARQ.
006000 01  REG-ARQMOV                  PIC X(82).
006100
006200 FD  MOTIVOS LABEL RECORD STANDARD
006300     VALUE OF FILE-ID IS "MOTIVOS.DAT".
008400 01  WS-CONTADORES.
008500     02  WS-QTDE-MOVIMENTOS      PIC 9(07) COMP VALUE ZERO.
008600     02  WS-QTDE-ARQUIVOS        PIC 9(03) COMP VALUE ZERO.
008610     02  WS-QTDE-ESTORNOS        PIC 9(07) COMP VALUE ZERO.
008620     02  WS-QTDE-KITS            PIC 9(07) COMP VALUE ZERO.
008700
008800 01  WS-PARAMETROS.
008900     02  WS-PERIODO-DE.
013300     02  WS-SEM-VAL-ENT          PIC 9(11)V99 COMP-3 VALUE ZERO.
013400     02  WS-SEM-QTD-SAI          PIC 9(09)      COMP VALUE ZERO.
013500     02  WS-SEM-VAL-SAI          PIC 9(11)V99 COMP-3 VALUE ZERO.
013509
013518******************************************************************
013527* MOVIMENTOS ESTORNADOS E OS ESTORNOS QUE OS DESFAZEM: FICAM
013536* FORA DOS MOTIVOS E SAEM JUNTOS NA LINHA "ESTORNOS".
013545******************************************************************
013554 01  WS-ESTORNOS.
013563     02  WS-EST-QTD-ENT          PIC 9(09)      COMP VALUE ZERO.
013572     02  WS-EST-VAL-ENT          PIC 9(11)V99 COMP-3 VALUE ZERO.
013581     02  WS-EST-QTD-SAI          PIC 9(09)      COMP VALUE ZERO.
013590     02  WS-EST-VAL-SAI          PIC 9(11)V99 COMP-3 VALUE ZERO.
013599
013608******************************************************************
013617* MONTAGEM E DESMONTAGEM DE KITS (MOTIVOS 901 A 904): NAO SAO
013626* CONSUMO NEM COMPRA; SAEM JUNTAS NA LINHA "KITS".
013635******************************************************************
013644 01  WS-KITS.
013653     02  WS-KIT-QTD-ENT          PIC 9(09)      COMP VALUE ZERO.
013662     02  WS-KIT-VAL-ENT          PIC 9(11)V99 COMP-3 VALUE ZERO.
013671     02  WS-KIT-QTD-SAI          PIC 9(09)      COMP VALUE ZERO.
013680     02  WS-KIT-VAL-SAI          PIC 9(11)V99 COMP-3 VALUE ZERO.
013689
013700 01  LINHA-CABECALHO-1.
013800     02  FILLER                  PIC X(01)  VALUE SPACE.
013900     02  FILLER                  PIC X(23)  VALUE
019500     02  FILLER                  PIC X(32)  VALUE
019600             "ARQUIVOS MOVAAMM.HST LIDOS....:".
019700     02  ROD-ARQUIVOS            PIC ZZ9.
019710
019720 01  LINHA-RODAPE-3.
019730     02  FILLER                  PIC X(01)  VALUE SPACE.
019740     02  FILLER                  PIC X(32)  VALUE
019750             "MOVIMENTOS DE PARES ESTORNADOS:".
019760     02  ROD-ESTORNOS            PIC Z.ZZZ.ZZ9.
019765
019770 01  LINHA-RODAPE-4.
019775     02  FILLER                  PIC X(01)  VALUE SPACE.
019780     02  FILLER                  PIC X(32)  VALUE
019785             "MOVIMENTOS DE KITS............:".
019790     02  ROD-KITS                PIC Z.ZZZ.ZZ9.
019800
019900 PROCEDURE DIVISION.
020000
036500        GO TO 3500-EXIT.
036510     IF MOV-TRANSFER
036520        GO TO 3500-EXIT.
036700     COMPUTE WS-VALOR-MOV = MOV-QUANTIDADE * MOV-UNITARIO.
036708     IF MOV-ESTORNADO OR MOV-DE-ESTORNO
036716        ADD 1 TO WS-QTDE-ESTORNOS
036724        IF MOV-ENTRADA
036732           ADD MOV-QUANTIDADE TO WS-EST-QTD-ENT
036740           ADD WS-VALOR-MOV   TO WS-EST-VAL-ENT
036748        ELSE
036756           ADD MOV-QUANTIDADE TO WS-EST-QTD-SAI
036764           ADD WS-VALOR-MOV   TO WS-EST-VAL-SAI
036772        END-IF
036780        GO TO 3500-EXIT.
036781     IF MOV-MOTIVO-KIT
036782        ADD 1 TO WS-QTDE-KITS
036783        IF MOV-ENTRADA
036784           ADD MOV-QUANTIDADE TO WS-KIT-QTD-ENT
036785           ADD WS-VALOR-MOV   TO WS-KIT-VAL-ENT
036786        ELSE
036787           ADD MOV-QUANTIDADE TO WS-KIT-QTD-SAI
036788           ADD WS-VALOR-MOV   TO WS-KIT-VAL-SAI
036789        END-IF
036790        GO TO 3500-EXIT.
036791     ADD 1 TO WS-QTDE-MOVIMENTOS.
036800     IF MOV-MOTIVO-COD = ZERO
036900        IF MOV-ENTRADA
037000           ADD MOV-QUANTIDADE TO WS-SEM-QTD-ENT
040000        MOVE WS-SEM-QTD-SAI    TO DET-QTD-SAI
040100        MOVE WS-SEM-VAL-SAI    TO DET-VAL-SAI
040200        WRITE LINHA-RELATORIO FROM LINHA-DETALHE.
040210     IF WS-EST-QTD-ENT > ZERO OR WS-EST-QTD-SAI > ZERO
040220        MOVE ZERO              TO DET-CODIGO
040230        MOVE "** ESTORNOS **"  TO DET-DESCRICAO
040240        MOVE WS-EST-QTD-ENT    TO DET-QTD-ENT
040250        MOVE WS-EST-VAL-ENT    TO DET-VAL-ENT
040260        MOVE WS-EST-QTD-SAI    TO DET-QTD-SAI
040270        MOVE WS-EST-VAL-SAI    TO DET-VAL-SAI
040280        WRITE LINHA-RELATORIO FROM SPACES
040290        WRITE LINHA-RELATORIO FROM LINHA-DETALHE.
040291     IF WS-KIT-QTD-ENT > ZERO OR WS-KIT-QTD-SAI > ZERO
040292        MOVE ZERO              TO DET-CODIGO
040293        MOVE "** KITS **"      TO DET-DESCRICAO
040294        MOVE WS-KIT-QTD-ENT    TO DET-QTD-ENT
040295        MOVE WS-KIT-VAL-ENT    TO DET-VAL-ENT
040296        MOVE WS-KIT-QTD-SAI    TO DET-QTD-SAI
040297        MOVE WS-KIT-VAL-SAI    TO DET-VAL-SAI
040298        WRITE LINHA-RELATORIO FROM SPACES
040299        WRITE LINHA-RELATORIO FROM LINHA-DETALHE.
040300     MOVE WS-QTDE-MOVIMENTOS TO ROD-MOVIMENTOS.
040400     MOVE WS-QTDE-ARQUIVOS   TO ROD-ARQUIVOS.
040410     MOVE WS-QTDE-ESTORNOS   TO ROD-ESTORNOS.
040420     MOVE WS-QTDE-KITS       TO ROD-KITS.
040500     WRITE LINHA-RELATORIO FROM SPACES.
040600     WRITE LINHA-RELATORIO FROM LINHA-RODAPE-1.
040700     WRITE LINHA-RELATORIO FROM LINHA-RODAPE-2.
040710     WRITE LINHA-RELATORIO FROM LINHA-RODAPE-3.
040720     WRITE LINHA-RELATORIO FROM LINHA-RODAPE-4.
040800 4000-EXIT.
040900     EXIT.
041000
