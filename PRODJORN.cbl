000800* HISTORICO DE ALTERACOES
000900******************************************************************
001000* DATA        AUTOR   DESCRICAO
001010* 15/10/2026   CPD     MOVIMENTO ESTORNADO E O ESTORNO QUE O
001020*                      DESFAZ NAO ENTRAM NOS REGISTROS M: SAEM EM
001030*                      REGISTROS R (MESMO LAYOUT DO M), POR
001040*                      CATEGORIA E TIPO, PARA A CONTABILIDADE NAO
001050*                      LANCAR ERRO E CORRECAO COMO ATIVIDADE. O
001060*                      TRAILER CONTA TAMBEM OS REGISTROS R.
001065* 15/10/2026   CPD     MONTAGEM E DESMONTAGEM DE KITS (MOTIVOS
001070*                      901 A 904) NAO ENTRAM NOS REGISTROS M:
001075*                      SAEM EM REGISTROS K (MESMO LAYOUT DO M),
001080*                      POR CATEGORIA E TIPO, SEPARADAS DO CONSUMO
001085*                      REAL. O TRAILER CONTA TAMBEM OS REGISTROS
001090*                      K.
001091* 15/10/2026   CPD     PERIODO PODE VIR DA CADEIA NOTURNA
001092*                      (PRODLOTE, VIA PARMLOTE.TMP) SEM PERGUNTA
001093*                      NO CONSOLE. PERIODO INVALIDO OU ERRO DE
001094*                      ABERTURA DEVOLVE RETURN-CODE 8.
001100* 03/09/2026   CPD     PROGRAMA ORIGINAL - DIARIO CONTABIL DO
001200*                      FECHAMENTO. RODA LOGO APOS O PRODFECH
001300*                      (ITEM SEGUINTE DO GRUPO DE FECHAMENTO NO
004900            ORGANIZATION LINE SEQUENTIAL
005000            FILE STATUS IS ARQST-JORNAL.
005100
005110     SELECT PARMLOTE ASSIGN TO DISK
005120            ORGANIZATION LINE SEQUENTIAL
005130            FILE STATUS IS ARQST-PARMLOTE.
005140
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  PRODUTOS LABEL RECORD STANDARD
006600     VALUE OF FILE-ID IS WS-NOME-JORNAL.
006700 01  LINHA-JORNAL                PIC X(60).
006800
006810 FD  PARMLOTE LABEL RECORD STANDARD
006820     VALUE OF FILE-ID IS "PARMLOTE.TMP".
006830     COPY PARMLOTE.
006840
006900 WORKING-STORAGE SECTION.
007000 01  ARQST-PRODUTOS              PIC X(02).
007100 01  ARQST-MOVARQ                PIC X(02).
007200 01  ARQST-JORNAL                PIC X(02).
007210 01  ARQST-PARMLOTE              PIC X(02).
007220
007230 01  WS-EM-LOTE                  PIC X(01) VALUE "N".
007240     88  EM-LOTE                           VALUE "S".
007300
007400 01  WS-SWITCHES.
007500     02  WS-FIM-PRODUTOS         PIC X(01) VALUE "N".
011600         03  WS-CAT-SAI-VAL      PIC 9(11)V99 COMP-3.
011700         03  WS-CAT-EST-QTD      PIC 9(09)      COMP.
011800         03  WS-CAT-EST-VAL      PIC 9(11)V99 COMP-3.
011810         03  WS-CAT-ESTR-ENT-QTD PIC 9(09)      COMP.
011820         03  WS-CAT-ESTR-ENT-VAL PIC 9(11)V99 COMP-3.
011830         03  WS-CAT-ESTR-SAI-QTD PIC 9(09)      COMP.
011840         03  WS-CAT-ESTR-SAI-VAL PIC 9(11)V99 COMP-3.
011850         03  WS-CAT-KIT-ENT-QTD  PIC 9(09)      COMP.
011860         03  WS-CAT-KIT-ENT-VAL  PIC 9(11)V99 COMP-3.
011870         03  WS-CAT-KIT-SAI-QTD  PIC 9(09)      COMP.
011880         03  WS-CAT-KIT-SAI-VAL  PIC 9(11)V99 COMP-3.
011900
012000******************************************************************
012100* AREAS DE EDICAO DOS VALORES NA CONVENCAO DO PRODEXP: PARTE
012800
012900 01  WS-QTDE-ED                  PIC 9(09).
013000 01  WS-CATEG-ED                 PIC 9(02).
013010 01  WS-REGISTRO-ED              PIC X(01).
013100 01  WS-TIPO-ED                  PIC X(01).
013200 01  WS-CONTA-ED                 PIC 9(05).
013300
014900******************************************************************
015000 1000-ABRIR-ARQUIVOS.
015100     MOVE FUNCTION CURRENT-DATE TO WS-DATA-SISTEMA.
015110     PERFORM 1050-LER-PARMLOTE THRU 1050-EXIT.
015120     IF NOT EM-LOTE
015130        DISPLAY "PRODJORN: INFORME O PERIODO FECHADO (AAAAMM)"
015140        ACCEPT WS-PERIODO.
015150     IF WS-PERIODO NOT NUMERIC
015160        OR WS-PER-MES < 01 OR WS-PER-MES > 12
015500        DISPLAY "PRODJORN: PERIODO INVALIDO - " WS-PERIODO
015510        MOVE 8 TO RETURN-CODE
015600        GOBACK.
015700     STRING "MOV"        DELIMITED BY SIZE
015800            WS-PERIODO   DELIMITED BY SIZE
016600     IF ARQST-MOVARQ NOT = "00"
016700        DISPLAY "PRODJORN: " WS-NOME-MOVARQ " NAO ENCONTRADO - "
016800                "EXECUTE O PRODFECH DO PERIODO ANTES"
016810        MOVE 8 TO RETURN-CODE
016900        GOBACK.
017000     OPEN INPUT PRODUTOS.
017100     IF ARQST-PRODUTOS NOT = "00"
017200        DISPLAY "PRODJORN: ERRO NA ABERTURA DE PRODUTOS.DAT - "
017300                ARQST-PRODUTOS
017400        CLOSE MOVARQ
017410        MOVE 8 TO RETURN-CODE
017500        GOBACK.
017600     OPEN OUTPUT JORNAL.
017700     IF ARQST-JORNAL NOT = "00"
017900                " - " ARQST-JORNAL
018000        CLOSE MOVARQ
018100        CLOSE PRODUTOS
018110        MOVE 8 TO RETURN-CODE
018200        GOBACK.
018300     PERFORM 1100-LIMPAR-CATEGORIAS THRU 1100-EXIT
018400             VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 100.
018500 1000-EXIT.
018600     EXIT.
018700
018704******************************************************************
018708* CHAMADO PELA CADEIA NOTURNA (PRODLOTE), O PROGRAMA ACHA O
018712* PROPRIO NOME EM PARMLOTE.TMP E RODA SEM PERGUNTAR NADA NO
018716* CONSOLE. SEM O ARQUIVO, OU COM OUTRO NOME NELE, PERGUNTA
018720* COMO SEMPRE. O PARAMETRO DO PASSO TRAZ O PERIODO (AAAAMM).
018724******************************************************************
018728 1050-LER-PARMLOTE.
018732     OPEN INPUT PARMLOTE.
018736     IF ARQST-PARMLOTE NOT = "00"
018740        GO TO 1050-EXIT.
018744     MOVE SPACES TO REG-PARMLOTE.
018748     READ PARMLOTE
018752          AT END MOVE SPACES TO REG-PARMLOTE
018756     END-READ.
018760     CLOSE PARMLOTE.
018764     IF PLT-PROGRAMA = "PRODJORN"
018768        MOVE "S" TO WS-EM-LOTE
018772        MOVE PLT-PARAMETRO TO WS-PERIODO.
018776 1050-EXIT.
018780     EXIT.
018784
018800 1100-LIMPAR-CATEGORIAS.
019100     MOVE ZERO TO WS-CAT-ENT-QTD (WS-SUB).
019200     MOVE ZERO TO WS-CAT-ENT-VAL (WS-SUB).
019400     MOVE ZERO TO WS-CAT-SAI-VAL (WS-SUB).
019500     MOVE ZERO TO WS-CAT-EST-QTD (WS-SUB).
019600     MOVE ZERO TO WS-CAT-EST-VAL (WS-SUB).
019610     MOVE ZERO TO WS-CAT-ESTR-ENT-QTD (WS-SUB).
019620     MOVE ZERO TO WS-CAT-ESTR-ENT-VAL (WS-SUB).
019630     MOVE ZERO TO WS-CAT-ESTR-SAI-QTD (WS-SUB).
019640     MOVE ZERO TO WS-CAT-ESTR-SAI-VAL (WS-SUB).
019650     MOVE ZERO TO WS-CAT-KIT-ENT-QTD (WS-SUB).
019660     MOVE ZERO TO WS-CAT-KIT-ENT-VAL (WS-SUB).
019670     MOVE ZERO TO WS-CAT-KIT-SAI-QTD (WS-SUB).
019680     MOVE ZERO TO WS-CAT-KIT-SAI-VAL (WS-SUB).
019700 1100-EXIT.
019800     EXIT.
019810
022700* ACUMULA AS ENTRADAS E SAIDAS DO MOVAAMM.HST POR CATEGORIA DO
022800* PRODUTO, VALORIZADAS AO CUSTO DE CADA MOVIMENTO.
022900* TRANSFERENCIAS ENTRE LOCAIS NAO GERAM LANCAMENTO CONTABIL.
022910* MOVIMENTO ESTORNADO E ESTORNO ACUMULAM A PARTE, PARA OS
022920* REGISTROS R.
022930* MONTAGEM E DESMONTAGEM DE KITS (MOTIVOS 901 A 904) TAMBEM
022940* ACUMULAM A PARTE, PARA OS REGISTROS K.
023000******************************************************************
023100 3000-ACUMULAR-MOVIMENTOS.
023200     PERFORM 3100-LER-MOVARQ THRU 3100-EXIT.
024700     ADD 1 TO WS-QTDE-MOVIMENTOS.
024800     MOVE WS-PROD-CATEG (MOV-CODIGO) TO WS-CATEGORIA-MOV.
024900     COMPUTE WS-VALOR-MOV = MOV-QUANTIDADE * MOV-UNITARIO.
024910     IF MOV-ESTORNADO OR MOV-DE-ESTORNO
024920        PERFORM 3300-ACUMULAR-ESTORNO THRU 3300-EXIT
024930        GO TO 3200-FIM.
024940     IF MOV-MOTIVO-KIT
024950        PERFORM 3400-ACUMULAR-KIT THRU 3400-EXIT
024960        GO TO 3200-FIM.
025000     IF MOV-ENTRADA
025100        ADD MOV-QUANTIDADE
025200            TO WS-CAT-ENT-QTD (WS-CATEGORIA-MOV + 1)
026200     PERFORM 3100-LER-MOVARQ THRU 3100-EXIT.
026300 3200-EXIT.
026400     EXIT.
026406
026412 3300-ACUMULAR-ESTORNO.
026418     IF MOV-ENTRADA
026424        ADD MOV-QUANTIDADE
026430            TO WS-CAT-ESTR-ENT-QTD (WS-CATEGORIA-MOV + 1)
026436        ADD WS-VALOR-MOV
026442            TO WS-CAT-ESTR-ENT-VAL (WS-CATEGORIA-MOV + 1)
026448     ELSE
026454        ADD MOV-QUANTIDADE
026460            TO WS-CAT-ESTR-SAI-QTD (WS-CATEGORIA-MOV + 1)
026466        ADD WS-VALOR-MOV
026472            TO WS-CAT-ESTR-SAI-VAL (WS-CATEGORIA-MOV + 1).
026478 3300-EXIT.
026484     EXIT.
026485
026486 3400-ACUMULAR-KIT.
026487     IF MOV-ENTRADA
026488        ADD MOV-QUANTIDADE
026489            TO WS-CAT-KIT-ENT-QTD (WS-CATEGORIA-MOV + 1)
026490        ADD WS-VALOR-MOV
026491            TO WS-CAT-KIT-ENT-VAL (WS-CATEGORIA-MOV + 1)
026492     ELSE
026493        ADD MOV-QUANTIDADE
026494            TO WS-CAT-KIT-SAI-QTD (WS-CATEGORIA-MOV + 1)
026495        ADD WS-VALOR-MOV
026496            TO WS-CAT-KIT-SAI-VAL (WS-CATEGORIA-MOV + 1).
026497 3400-EXIT.
026498     EXIT.
026500
026600******************************************************************
026700* GRAVA O JORNAL: UM REGISTRO M POR CATEGORIA E TIPO COM
026710* LANCAMENTO NO PERIODO, UM REGISTRO R POR CATEGORIA E TIPO COM
026720* ESTORNOS, UM REGISTRO K POR CATEGORIA E TIPO COM MONTAGEM OU
026730* DESMONTAGEM DE KITS, UM REGISTRO S POR CATEGORIA COM ESTOQUE
026900* FINAL E O TRAILER T COM O PERIODO E A CONTAGEM DOS REGISTROS
026910* M, R, K E S, PARA A CONTABILIDADE CONFERIR A CARGA.
027100******************************************************************
027200 4000-GRAVAR-JORNAL.
027300     PERFORM 4100-GRAVAR-CATEGORIA THRU 4100-EXIT
029000
029100 4100-GRAVAR-CATEGORIA.
029200     COMPUTE WS-CATEG-ED = WS-SUB - 1.
029210     MOVE "M" TO WS-REGISTRO-ED.
029300     IF WS-CAT-ENT-QTD (WS-SUB) > ZERO
029400        MOVE "E" TO WS-TIPO-ED
029500        MOVE WS-CAT-ENT-QTD (WS-SUB) TO WS-QTDE-ED
030000        MOVE WS-CAT-SAI-QTD (WS-SUB) TO WS-QTDE-ED
030100        MOVE WS-CAT-SAI-VAL (WS-SUB) TO WS-VALOR-W
030200        PERFORM 4200-GRAVAR-LINHA-M THRU 4200-EXIT.
030208     MOVE "R" TO WS-REGISTRO-ED.
030216     IF WS-CAT-ESTR-ENT-QTD (WS-SUB) > ZERO
030224        MOVE "E" TO WS-TIPO-ED
030232        MOVE WS-CAT-ESTR-ENT-QTD (WS-SUB) TO WS-QTDE-ED
030240        MOVE WS-CAT-ESTR-ENT-VAL (WS-SUB) TO WS-VALOR-W
030248        PERFORM 4200-GRAVAR-LINHA-M THRU 4200-EXIT.
030256     IF WS-CAT-ESTR-SAI-QTD (WS-SUB) > ZERO
030264        MOVE "S" TO WS-TIPO-ED
030272        MOVE WS-CAT-ESTR-SAI-QTD (WS-SUB) TO WS-QTDE-ED
030280        MOVE WS-CAT-ESTR-SAI-VAL (WS-SUB) TO WS-VALOR-W
030288        PERFORM 4200-GRAVAR-LINHA-M THRU 4200-EXIT.
030289     MOVE "K" TO WS-REGISTRO-ED.
030290     IF WS-CAT-KIT-ENT-QTD (WS-SUB) > ZERO
030291        MOVE "E" TO WS-TIPO-ED
030292        MOVE WS-CAT-KIT-ENT-QTD (WS-SUB) TO WS-QTDE-ED
030293        MOVE WS-CAT-KIT-ENT-VAL (WS-SUB) TO WS-VALOR-W
030294        PERFORM 4200-GRAVAR-LINHA-M THRU 4200-EXIT.
030295     IF WS-CAT-KIT-SAI-QTD (WS-SUB) > ZERO
030296        MOVE "S" TO WS-TIPO-ED
030297        MOVE WS-CAT-KIT-SAI-QTD (WS-SUB) TO WS-QTDE-ED
030298        MOVE WS-CAT-KIT-SAI-VAL (WS-SUB) TO WS-VALOR-W
030299        PERFORM 4200-GRAVAR-LINHA-M THRU 4200-EXIT.
030300     IF WS-CAT-EST-QTD (WS-SUB) > ZERO
030400        OR WS-CAT-EST-VAL (WS-SUB) > ZERO
030500        MOVE WS-CAT-EST-QTD (WS-SUB) TO WS-QTDE-ED
031000
031100 4200-GRAVAR-LINHA-M.
031200     MOVE SPACES TO LINHA-JORNAL.
031210     STRING WS-REGISTRO-ED DELIMITED BY SIZE
031220            ","            DELIMITED BY SIZE
031400            WS-PERIODO     DELIMITED BY SIZE
031500            ","            DELIMITED BY SIZE
031600            WS-CATEG-ED    DELIMITED BY SIZE
