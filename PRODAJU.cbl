001000* DATA        AUTOR   DESCRICAO
001001* 03/09/2026   CPD     STOP RUN TROCADO POR GOBACK PARA O
001002*                      PROGRAMA PODER VOLTAR AO MENU PRODMENU.
001012* 15/10/2026   CPD     LINHA DE AJUSTE PASSA A TRAZER TAMBEM O
001022*                      PRECO DE VENDA E A DATA DE VIGENCIA (26
001032*                      BYTES). CUSTO ZERO NAO MEXE NO CUSTO;
001042*                      PRECO INFORMADO VAI PARA O HISTORICO
001052*                      PRECOHST.DAT E, SE NAO FOR DE VIGENCIA
001062*                      ANTERIOR A DO PRECO EM VIGOR, PARA
001072*                      PRECOS.DAT. VIGENCIA ZERADA VALE HOJE;
001082*                      FUTURA OU INVALIDA RECUSA SO O PRECO.
001085* 15/10/2026   CPD     DEVOLVE RETURN-CODE PARA A CADEIA NOTURNA
001088*                      (PRODLOTE): 4 SEM PRODAJU.DAT (NADA A
001091*                      CARREGAR), 8 EM ERRO DE ABERTURA, DE ORDEM
001094*                      OU DE GRAVACAO.
001100* 09/08/2026   CPD     PROGRAMA ORIGINAL - AJUSTE DE PRECOS EM
001200*                      LOTE (FIM DE DIA), SEM OPERADOR, LENDO OS
001300*                      NOVOS CUSTOS DE PRODAJU.DAT E GRAVANDO EM
004800            ORGANIZATION SEQUENTIAL
004900            ACCESS MODE SEQUENTIAL
005000            FILE STATUS IS ARQST-CKPT.
005007
005014     SELECT PRECOS ASSIGN TO DISK
005021            ORGANIZATION INDEXED
005028            ACCESS MODE DYNAMIC
005035            RECORD KEY IS PRC-CODIGO
005042            FILE STATUS IS ARQST-PRECOS.
005049
005056     SELECT PRECOHST ASSIGN TO DISK
005063            ORGANIZATION INDEXED
005070            ACCESS MODE DYNAMIC
005077            RECORD KEY IS PHST-CHAVE
005084            FILE STATUS IS ARQST-PRECOHST.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
006100 01  REG-AJUSTE.
006200     02  AJU-CODIGO              PIC 9(04).
006300     02  AJU-UNITARIO            PIC 9(05)V99.
006310     02  AJU-PRECO               PIC 9(05)V99.
006320     02  AJU-VIGENCIA            PIC 9(08).
006400
006500 FD  CHECKPOINT LABEL RECORD STANDARD
006600     DATA RECORD IS REG-CKPT
006700     VALUE OF FILE-ID IS "PRODCKPT.DAT".
006800 01  REG-CKPT.
006900     02  CKPT-CODIGO             PIC 9(04).
006910
006920 FD  PRECOS LABEL RECORD STANDARD
006930     VALUE OF FILE-ID IS "PRECOS.DAT".
006940     COPY PRECOS.
006950
006960 FD  PRECOHST LABEL RECORD STANDARD
006970     VALUE OF FILE-ID IS "PRECOHST.DAT".
006980     COPY PRECOHST.
007000
007100 WORKING-STORAGE SECTION.
007200 01  ARQST-PRODUTOS              PIC X(02).
007300 01  ARQST-AJUSTE                PIC X(02).
007400 01  ARQST-CKPT                  PIC X(02).
007410 01  ARQST-PRECOS                PIC X(02).
007420 01  ARQST-PRECOHST              PIC X(02).
007500
007600 01  WS-SWITCHES.
007700     02  WS-FIM-AJUSTE           PIC X(01) VALUE "N".
008200         88  CKPT-EXISTE                   VALUE "S".
008300     02  WS-HOUVE-ERRO           PIC X(01) VALUE "N".
008400         88  HOUVE-ERRO                    VALUE "S".
008410     02  WS-ERRO-PRECO           PIC X(01) VALUE "N".
008420         88  ERRO-PRECO                    VALUE "S".
008500
008600 01  WS-CONTADORES.
008700     02  WS-QTDE-APLICADOS       PIC 9(05) COMP VALUE ZERO.
008800     02  WS-QTDE-IGNORADOS       PIC 9(05) COMP VALUE ZERO.
008900     02  WS-QTDE-NAO-ENCONTRADOS PIC 9(05) COMP VALUE ZERO.
008910     02  WS-QTDE-PRECOS          PIC 9(05) COMP VALUE ZERO.
008920     02  WS-QTDE-PRECOS-HIST     PIC 9(05) COMP VALUE ZERO.
008930     02  WS-QTDE-PRECOS-RECUS    PIC 9(05) COMP VALUE ZERO.
009000
009100 01  WS-ULTIMO-CODIGO            PIC 9(04) VALUE ZERO.
009200 01  WS-CODIGO-ANTERIOR          PIC 9(04) VALUE ZERO.
009207
009214 01  WS-DATA-SISTEMA.
009221     02  WS-ANO-SIS              PIC 9(04).
009228     02  WS-MES-SIS              PIC 9(02).
009235     02  WS-DIA-SIS              PIC 9(02).
009242
009249 01  WS-HOJE                     PIC 9(08) VALUE ZERO.
009256 01  WS-VIGENCIA-AJU             PIC 9(08) VALUE ZERO.
009263 01  WS-VIGENCIA-AJU-R REDEFINES WS-VIGENCIA-AJU.
009270     02  WS-VIG-ANO              PIC 9(04).
009277     02  WS-VIG-MES              PIC 9(02).
009284     02  WS-VIG-DIA              PIC 9(02).
009300
009400 PROCEDURE DIVISION.
009500
011100     IF ARQST-AJUSTE NOT = "00"
011200        DISPLAY "PRODAJU: ERRO NA ABERTURA DE PRODAJU.DAT - "
011300                ARQST-AJUSTE
011310        IF ARQST-AJUSTE = "35"
011320           MOVE 4 TO RETURN-CODE
011330        ELSE
011340           MOVE 8 TO RETURN-CODE
011350        END-IF
011400        GOBACK.
011500     OPEN I-O PRODUTOS.
011600     IF ARQST-PRODUTOS NOT = "00"
011700        DISPLAY "PRODAJU: ERRO NA ABERTURA DE PRODUTOS.DAT - "
011800                ARQST-PRODUTOS
011900        CLOSE AJUSTE
011910        MOVE 8 TO RETURN-CODE
012000        GOBACK.
012007     MOVE FUNCTION CURRENT-DATE TO WS-DATA-SISTEMA.
012014     MOVE WS-DATA-SISTEMA TO WS-HOJE.
012021     OPEN I-O PRECOS.
012028     IF ARQST-PRECOS NOT = "00"
012035        OPEN OUTPUT PRECOS
012042        CLOSE PRECOS
012049        OPEN I-O PRECOS.
012056     OPEN I-O PRECOHST.
012063     IF ARQST-PRECOHST NOT = "00"
012070        OPEN OUTPUT PRECOHST
012077        CLOSE PRECOHST
012084        OPEN I-O PRECOHST.
012100     PERFORM 1100-LER-CHECKPOINT      THRU 1100-EXIT.
012200     OPEN EXTEND CHECKPOINT.
012300     IF ARQST-CKPT NOT = "00"
017000                   "CODIGO " AJU-CODIGO " - LOTE ABORTADO"
017100           MOVE "S" TO WS-HOUVE-ERRO
017200           PERFORM 9000-ENCERRAR THRU 9000-EXIT
017210           MOVE 8 TO RETURN-CODE
017300           GOBACK
017400        ELSE
017500           MOVE AJU-CODIGO TO WS-CODIGO-ANTERIOR.
019900
020000******************************************************************
020100* GRAVA O NOVO CUSTO UNITARIO E TOTAL DO PRODUTO E REGISTRA O
020110* CODIGO NO ARQUIVO DE CHECKPOINT. CUSTO ZERO NA LINHA DEIXA O
020120* CUSTO COMO ESTA; PRECO DE VENDA INFORMADO VAI PARA A TABELA
020130* DE PRECOS ANTES DO CHECKPOINT.
020300******************************************************************
020400 3100-APLICAR-AJUSTE.
020410     IF AJU-UNITARIO > ZERO
020420        MOVE AJU-UNITARIO TO UNITARIO
020430        COMPUTE TOTAL = QTDADE * UNITARIO.
020700     REWRITE REG-PROD.
020710     MOVE "N" TO WS-ERRO-PRECO.
020720     IF ARQST-PRODUTOS = "00" AND AJU-PRECO > ZERO
020730        PERFORM 3200-APLICAR-PRECO THRU 3200-EXIT.
020740     IF ERRO-PRECO
020750        GO TO 3100-EXIT.
020800     IF ARQST-PRODUTOS = "00"
020900        MOVE AJU-CODIGO TO CKPT-CODIGO
021000        MOVE AJU-CODIGO TO WS-ULTIMO-CODIGO
022100        MOVE "S" TO WS-HOUVE-ERRO.
022200 3100-EXIT.
022300     EXIT.
022301
022302******************************************************************
022303* GRAVA O PRECO DE VENDA DA LINHA NO HISTORICO DE PRECOS (NA
022304* VIGENCIA INFORMADA, OU HOJE SE VIER ZERADA) E, SE A VIGENCIA
022305* NAO FOR ANTERIOR A DO PRECO EM VIGOR, TAMBEM COMO PRECO
022306* VIGENTE. VIGENCIA INVALIDA OU FUTURA RECUSA SO O PRECO.
022307******************************************************************
022308 3200-APLICAR-PRECO.
022309     MOVE AJU-VIGENCIA TO WS-VIGENCIA-AJU.
022310     IF WS-VIGENCIA-AJU = ZERO
022311        MOVE WS-HOJE TO WS-VIGENCIA-AJU.
022312     IF WS-VIG-MES < 01 OR WS-VIG-MES > 12
022313        OR WS-VIG-DIA < 01 OR WS-VIG-DIA > 31
022314        OR WS-VIGENCIA-AJU > WS-HOJE
022315        DISPLAY "PRODAJU: VIGENCIA INVALIDA OU FUTURA NO CODIGO "
022316                AJU-CODIGO " - PRECO NAO APLICADO"
022317        ADD 1 TO WS-QTDE-PRECOS-RECUS
022318        GO TO 3200-EXIT.
022319     MOVE AJU-CODIGO      TO PHST-CODIGO.
022320     MOVE WS-VIGENCIA-AJU TO PHST-VIGENCIA.
022321     READ PRECOHST
022322          INVALID KEY
022323             MOVE AJU-PRECO TO PHST-PRECO
022324             MOVE WS-HOJE   TO PHST-DATA-REG
022325             MOVE "PRODAJU" TO PHST-OPERADOR
022326             MOVE "L"       TO PHST-ORIGEM
022327             WRITE REG-PHST
022328          NOT INVALID KEY
022329             MOVE AJU-PRECO TO PHST-PRECO
022330             MOVE WS-HOJE   TO PHST-DATA-REG
022331             MOVE "PRODAJU" TO PHST-OPERADOR
022332             MOVE "L"       TO PHST-ORIGEM
022333             REWRITE REG-PHST
022334     END-READ.
022335     IF ARQST-PRECOHST NOT = "00"
022336        DISPLAY "PRODAJU: ERRO AO GRAVAR HISTORICO DE PRECO DO "
022337                "CODIGO " AJU-CODIGO " - " ARQST-PRECOHST
022338        MOVE "S" TO WS-ERRO-PRECO
022339        MOVE "S" TO WS-HOUVE-ERRO
022340        GO TO 3200-EXIT.
022341     MOVE AJU-CODIGO TO PRC-CODIGO.
022342     READ PRECOS
022343          INVALID KEY
022344             MOVE ZERO TO PRC-VIGENCIA
022345             PERFORM 3210-GRAVAR-VIGENTE THRU 3210-EXIT
022346          NOT INVALID KEY
022347             IF WS-VIGENCIA-AJU < PRC-VIGENCIA
022348                ADD 1 TO WS-QTDE-PRECOS-HIST
022349             ELSE
022350                PERFORM 3210-GRAVAR-VIGENTE THRU 3210-EXIT
022351             END-IF
022352     END-READ.
022353 3200-EXIT.
022354     EXIT.
022355
022356 3210-GRAVAR-VIGENTE.
022357     MOVE AJU-CODIGO      TO PRC-CODIGO.
022358     MOVE AJU-PRECO       TO PRC-PRECO.
022359     MOVE WS-HOJE         TO PRC-DATA-ALT.
022360     MOVE "PRODAJU"       TO PRC-OPERADOR.
022361     IF PRC-VIGENCIA = ZERO
022362        MOVE WS-VIGENCIA-AJU TO PRC-VIGENCIA
022363        WRITE REG-PRECO
022364     ELSE
022365        MOVE WS-VIGENCIA-AJU TO PRC-VIGENCIA
022366        REWRITE REG-PRECO.
022367     IF ARQST-PRECOS = "00"
022368        ADD 1 TO WS-QTDE-PRECOS
022369     ELSE
022370        DISPLAY "PRODAJU: ERRO AO GRAVAR PRECO DO CODIGO "
022371                AJU-CODIGO " - " ARQST-PRECOS
022372        MOVE "S" TO WS-ERRO-PRECO
022373        MOVE "S" TO WS-HOUVE-ERRO.
022374 3210-EXIT.
022375     EXIT.
022400
022500******************************************************************
022600* IMPRIME NO CONSOLE UM RESUMO DA EXECUCAO.
023200             WS-QTDE-IGNORADOS.
023300     DISPLAY "PRODAJU: REGISTROS NAO ENCONTRADOS: "
023400             WS-QTDE-NAO-ENCONTRADOS.
023410     DISPLAY "PRODAJU: PRECOS DE VENDA VIGENTES.: "
023420             WS-QTDE-PRECOS.
023430     DISPLAY "PRODAJU: PRECOS SO NO HISTORICO...: "
023440             WS-QTDE-PRECOS-HIST.
023450     DISPLAY "PRODAJU: PRECOS RECUSADOS.........: "
023460             WS-QTDE-PRECOS-RECUS.
023500 4000-EXIT.
023600     EXIT.
023700
024600     CLOSE AJUSTE.
024700     CLOSE PRODUTOS.
024800     CLOSE CHECKPOINT.
024810     CLOSE PRECOS.
024820     CLOSE PRECOHST.
024900     IF NOT HOUVE-ERRO
025000        PERFORM 9100-LIMPAR-CHECKPOINT THRU 9100-EXIT
025010     ELSE
025020        MOVE 8 TO RETURN-CODE.
025100 9000-EXIT.
025200     EXIT.
025300
