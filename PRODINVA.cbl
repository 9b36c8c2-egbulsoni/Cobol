001020*                      MOTIVO DA TABELA MOTIVOS.DAT (TIPO A),
001030*                      PEDIDO AO OPERADOR NA CONFIRMACAO; O TEXTO
001040*                      "INVENTARIO" VIROU COMPLEMENTO.
001043* 15/10/2026   CPD     CADA MOVIMENTO DE AJUSTE RECEBE O NUMERO
001046*                      SEQUENCIAL DE NUMMOV.DAT, PELO QUAL PODE
001049*                      SER ESTORNADO NA TELA DE MOVIMENTO.
001052* 15/10/2026   CPD     O AJUSTE DE CADA PRODUTO CAI NUM LOTE DO
001055*                      LOCAL (LOTES.DAT), PEDIDO AO OPERADOR; EM
001058*                      BRANCO USA O SALDO SEM LOTE. AJUSTE
001061*                      NEGATIVO EXIGE SALDO NO LOTE; LOTE NOVO
001064*                      PEDE A VALIDADE. CADA LOTE ACERTADO FICA
001067*                      EM LOTEMOV.DAT.
001070* 15/10/2026   CPD     PRODUTO BLOQUEADO NAO RECEBE AJUSTE DE
001073*                      INVENTARIO; SAI AVISO NO RELATORIO.
001076* 15/10/2026   CPD     A CONTAGEM PASSA A SER POR PRODUTO E LOCAL
001079*                      (INV-LOCAL) E E CONFRONTADA COM O SALDO DO
001082*                      LOCAL EM SALDOLOC.DAT; O AJUSTE CAI NO
001085*                      LOCAL CONTADO E O LOCAL DEIXA DE SER
001088*                      PERGUNTADO. AS CONTAGENS APURADAS VAO PARA
001091*                      CONTHST.DAT COM A TOLERANCIA DA CLASSE ABC
001094*                      E SAEM DA LISTA CONTCICL.DAT COM A PROXIMA
001097*                      DATA PREVISTA.
001100* 22/08/2026   CPD     PROGRAMA ORIGINAL - APURACAO DO INVENTARIO
001200*                      FISICO. CONFRONTA AS CONTAGENS DE
001300*                      PRODINV.DAT (GRAVADAS POR PRODCONT) COM O
004940            ACCESS MODE DYNAMIC
004950            RECORD KEY IS MOT-CODIGO
004960            FILE STATUS IS ARQST-MOTIVOS.
004967
004968     SELECT SALDOLOC ASSIGN TO DISK
004969            ORGANIZATION INDEXED
004971            RECORD KEY IS SLOC-CHAVE
004972            FILE STATUS IS ARQST-SALDOLOC.
005000
005003     SELECT NUMMOV ASSIGN TO DISK
005006            ORGANIZATION SEQUENTIAL
005009            ACCESS MODE SEQUENTIAL
005012            FILE STATUS IS ARQST-NUMMOV.
005015
005018     SELECT LOTES ASSIGN TO DISK
005021            ORGANIZATION INDEXED
005024            ACCESS MODE DYNAMIC
005027            RECORD KEY IS LOTE-CHAVE
005030            FILE STATUS IS ARQST-LOTES.
005033
005036     SELECT LOTEMOV ASSIGN TO DISK
005039            ORGANIZATION SEQUENTIAL
005042            ACCESS MODE SEQUENTIAL
005045            FILE STATUS IS ARQST-LOTEMOV.
005048
005051     SELECT CONTCICL ASSIGN TO DISK
005054            ORGANIZATION INDEXED
005057            ACCESS MODE DYNAMIC
005060            RECORD KEY IS CCIC-CHAVE
005063            FILE STATUS IS ARQST-CONTCICL.
005066
005069     SELECT CONTHST ASSIGN TO DISK
005072            ORGANIZATION SEQUENTIAL
005075            ACCESS MODE SEQUENTIAL
005078            FILE STATUS IS ARQST-CONTHST.
005081
005084     SELECT CICLPARM ASSIGN TO DISK
005087            ORGANIZATION SEQUENTIAL
005090            ACCESS MODE SEQUENTIAL
005093            FILE STATUS IS ARQST-CICLPARM.
005096
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  PRODUTOS LABEL RECORD STANDARD
006730     VALUE OF FILE-ID IS "MOTIVOS.DAT".
006740     COPY MOTIVOS.
006750
006790
006791 FD  SALDOLOC LABEL RECORD STANDARD
006792     VALUE OF FILE-ID IS "SALDOLOC.DAT".
006793     COPY SALDOLOC.
006800
006804 FD  NUMMOV LABEL RECORD STANDARD
006808     VALUE OF FILE-ID IS "NUMMOV.DAT".
006812     COPY NUMMOV.
006816
006820 FD  LOTES LABEL RECORD STANDARD
006824     VALUE OF FILE-ID IS "LOTES.DAT".
006828     COPY LOTES.
006832
006836 FD  LOTEMOV LABEL RECORD STANDARD
006840     VALUE OF FILE-ID IS "LOTEMOV.DAT".
006844     COPY LOTEMOV.
006848
006852 FD  CONTCICL LABEL RECORD STANDARD
006856     VALUE OF FILE-ID IS "CONTCICL.DAT".
006860     COPY CONTCICL.
006864
006868 FD  CONTHST LABEL RECORD STANDARD
006872     VALUE OF FILE-ID IS "CONTHST.DAT".
006876     COPY CONTHST.
006880
006884 FD  CICLPARM LABEL RECORD STANDARD
006888     VALUE OF FILE-ID IS "CICLPARM.DAT".
006892     COPY CICLPARM.
006896
006900 WORKING-STORAGE SECTION.
007000 01  ARQST-PRODUTOS              PIC X(02).
007100 01  ARQST-PRODINV               PIC X(02).
007200 01  ARQST-PRODMOV               PIC X(02).
007300 01  ARQST-RELINV                PIC X(02).
007310 01  ARQST-MOTIVOS               PIC X(02).
007311
007312 01  ARQST-SALDOLOC              PIC X(02).
007316 01  ARQST-NUMMOV                PIC X(02).
007320 01  WS-MOTIVO-AJUSTE            PIC 9(03) VALUE ZERO.
007330 01  WS-LOCAL-AJUSTE             PIC 9(02) VALUE ZERO.
007340 01  WS-SLOC-EXISTE              PIC X(01) VALUE "N".
007350 01  WS-FALTA-LOCAL              PIC 9(05) VALUE ZERO.
007353 01  ARQST-LOTES                 PIC X(02).
007356 01  ARQST-LOTEMOV               PIC X(02).
007359 01  WS-LOTE-AJUSTE              PIC X(10) VALUE SPACES.
007362 01  WS-LOTE-EXISTE              PIC X(01) VALUE "N".
007365 01  WS-FIM-LOTES                PIC X(01) VALUE "N".
007368 01  WS-SOMA-LOTES               PIC 9(05) VALUE ZERO.
007371 01  WS-HOJE                     PIC 9(08) VALUE ZERO.
007374 01  WS-VALIDADE-AJUSTE          PIC 9(08) VALUE ZERO.
007377 01  WS-VALIDADE-R REDEFINES WS-VALIDADE-AJUSTE.
007380     02  WS-VAL-ANO              PIC 9(04).
007383     02  WS-VAL-MES              PIC 9(02).
007386     02  WS-VAL-DIA              PIC 9(02).
007387 01  ARQST-CONTCICL              PIC X(02).
007388 01  ARQST-CONTHST               PIC X(02).
007389 01  ARQST-CICLPARM              PIC X(02).
007390 01  WS-PROD-ALTERADO            PIC X(01) VALUE "N".
007391 01  WS-PLANO-ABERTO             PIC X(01) VALUE "N".
007392 01  WS-CCIC-EXISTE              PIC X(01) VALUE "N".
007393 01  WS-FIM-CADEIA               PIC X(01) VALUE "N".
007394 01  WS-TABELA-CHEIA             PIC X(01) VALUE "N".
007395 01  WS-CLASSE                   PIC X(01) VALUE SPACE.
007396 01  WS-FREQUENCIA               PIC 9(03) VALUE ZERO.
007397 01  WS-TOLERANCIA               PIC 9(02)V9 VALUE ZERO.
007398 01  WS-LIMITE-TOL               PIC 9(05)V99 VALUE ZERO.
007399 01  WS-DIF-ABS                  PIC 9(05) VALUE ZERO.
007400
007500 01  WS-SWITCHES.
007600     02  WS-FIM-PRODINV          PIC X(01) VALUE "N".
008800     02  WS-QTDE-SEM-CADASTRO    PIC 9(05) COMP VALUE ZERO.
008900     02  WS-QTDE-AJUSTADOS       PIC 9(05) COMP VALUE ZERO.
009000     02  WS-VALOR-DIVERGENCIA    PIC S9(11)V99 COMP-3 VALUE ZERO.
009033     02  WS-QTDE-BAIXADAS        PIC 9(05) COMP VALUE ZERO.
009066     02  WS-QTDE-DENTRO-TOL      PIC 9(05) COMP VALUE ZERO.
009100
009200 01  WS-DATA-SISTEMA.
009300     02  WS-ANO-SIS              PIC 9(04).
009700 01  WS-DIFERENCA                PIC S9(05) COMP VALUE ZERO.
009800 01  WS-DIF-VALOR                PIC S9(09)V99 COMP-3 VALUE ZERO.
009900 01  WS-SUB                      PIC 9(05) COMP VALUE ZERO.
009905 01  WS-POS                      PIC 9(05) COMP VALUE ZERO.
009910 01  WS-ANT                      PIC 9(05) COMP VALUE ZERO.
009915 01  WS-QTDE-CLOC                PIC 9(05) COMP VALUE ZERO.
009920 01  WS-MAX-CLOC                 PIC 9(05) COMP VALUE 9999.
009925
009930******************************************************************
009935* FREQUENCIA (DIAS) E TOLERANCIA (PCT DO LIVRO) DE CADA CLASSE
009940* ABC. OS VALORES ABAIXO SAO OS PADROES, SUBSTITUIDOS PELOS DE
009945* CICLPARM.DAT.
009950******************************************************************
009955 01  WS-PARAMETROS-CICLO.
009960     02  WS-FREQ-A               PIC 9(03)   VALUE 030.
009965     02  WS-FREQ-B               PIC 9(03)   VALUE 090.
009970     02  WS-FREQ-C               PIC 9(03)   VALUE 365.
009975     02  WS-TOL-A                PIC 9(02)V9 VALUE ZERO.
009980     02  WS-TOL-B                PIC 9(02)V9 VALUE 2.
009985     02  WS-TOL-C                PIC 9(02)V9 VALUE 5.
010000
010500******************************************************************
010514* TABELA DE CONTAGENS POR CODIGO (O PROPRIO CODIGO E O INDICE).
010528* CADA CODIGO CONTADO APONTA PARA A CADEIA DOS SEUS LOCAIS
010542* CONTADOS NA TABELA SEGUINTE, EM ORDEM DE LOCAL. SE O MESMO
010556* PRODUTO FOI CONTADO MAIS DE UMA VEZ NO MESMO LOCAL, VALE A
010570* ULTIMA CONTAGEM GRAVADA (RECONTAGEM SUBSTITUI A ANTERIOR).
010584******************************************************************
010600 01  WS-TABELA-CONTAGEM.
010700     02  WS-CONT-ITEM OCCURS 9999 TIMES.
010800         03  WS-CONT-CONTADO     PIC X(01).
010900         03  WS-CONT-VISTO       PIC X(01).
010930         03  WS-CONT-PRIMEIRO    PIC 9(05)      COMP.
010960         03  WS-CONT-UNITARIO    PIC 9(05)V99 COMP-3.
010990
011020 01  WS-TABELA-LOCAL-CONT.
011050     02  WS-CLOC-ITEM OCCURS 9999 TIMES.
011080         03  WS-CLOC-LOCAL       PIC 9(02).
011110         03  WS-CLOC-QTDADE      PIC 9(04)      COMP.
011140         03  WS-CLOC-LIVRO       PIC 9(04)      COMP.
011170         03  WS-CLOC-DATA        PIC 9(08).
011200         03  WS-CLOC-CONTADOR    PIC X(08).
011230         03  WS-CLOC-AJUSTE      PIC X(01).
011260         03  WS-CLOC-PROXIMO     PIC 9(05)      COMP.
011300
011400 01  LINHA-CABECALHO-1.
011500     02  FILLER                  PIC X(01)  VALUE SPACE.
012500 01  LINHA-CABECALHO-2.
012600     02  FILLER                  PIC X(01)  VALUE SPACE.
012700     02  FILLER                  PIC X(06)  VALUE "CODIGO".
012750     02  FILLER                  PIC X(02)  VALUE SPACES.
012800     02  FILLER                  PIC X(05)  VALUE "LOCAL".
012850     02  FILLER                  PIC X(02)  VALUE SPACES.
012900     02  FILLER                PIC X(30)  VALUE "NOME DO PRODUTO".
013000     02  FILLER                  PIC X(02)  VALUE SPACES.
013100     02  FILLER                  PIC X(08)  VALUE "   LIVRO".
014300     02  FILLER                  PIC X(01)  VALUE SPACE.
014400     02  DET-CODIGO              PIC ZZZ9.
014500     02  FILLER                  PIC X(06)  VALUE SPACES.
014533     02  DET-LOCAL               PIC Z9.
014566     02  FILLER                  PIC X(03)  VALUE SPACES.
014600     02  DET-NOME                PIC X(30).
014700     02  FILLER                  PIC X(03)  VALUE SPACES.
014800     02  DET-LIVRO               PIC ZZZ.ZZ9.
018400     02  FILLER                  PIC X(32)  VALUE
018500             "AJUSTES LANCADOS..............:".
018600     02  ROD-AJUSTADOS           PIC ZZ.ZZ9.
018601
018603 01  LINHA-BAIXA.
018605     02  FILLER                  PIC X(01)  VALUE SPACE.
018606     02  FILLER                  PIC X(32)  VALUE
018608             "CONTAGENS BAIXADAS DA LISTA...:".
018610     02  ROD-BAIXADAS            PIC ZZ.ZZ9.
018611     02  FILLER                  PIC X(04)  VALUE SPACES.
018613     02  FILLER                  PIC X(22)  VALUE
018615             "DENTRO DA TOLERANCIA:".
018616     02  ROD-DENTRO-TOL          PIC ZZ.ZZ9.
018618
018620 01  LINHA-AVISO-LOCAL.
018630     02  FILLER                  PIC X(01)  VALUE SPACE.
018640     02  AVL-CODIGO              PIC ZZZ9.
018650     02  FILLER                  PIC X(02)  VALUE SPACES.
018653     02  AVL-LOCAL               PIC Z9.
018656     02  FILLER                  PIC X(02)  VALUE SPACES.
018660     02  FILLER                  PIC X(44)  VALUE
018670             "SALDO DO LOCAL INSUFICIENTE - SALDOLOC NAO".
018680     02  FILLER                  PIC X(09)  VALUE "AJUSTADO".
018682
018684 01  LINHA-AVISO-LOTE.
018686     02  FILLER                  PIC X(01)  VALUE SPACE.
018688     02  AVT-CODIGO              PIC ZZZ9.
018689     02  FILLER                  PIC X(02)  VALUE SPACES.
018690     02  AVT-LOCAL               PIC Z9.
018691     02  FILLER                  PIC X(02)  VALUE SPACES.
018692     02  AVT-LOTE                PIC X(10).
018694     02  FILLER                  PIC X(02)  VALUE SPACES.
018696     02  AVT-MENSAGEM            PIC X(44).
018700
018800 PROCEDURE DIVISION.
018900
019100     PERFORM 1000-ABRIR-ARQUIVOS      THRU 1000-EXIT.
019200     PERFORM 2000-CARREGAR-CONTAGENS  THRU 2000-EXIT
019300             UNTIL FIM-PRODINV.
019314     IF WS-TABELA-CHEIA = "S"
019328        DISPLAY "PRODINVA: MAIS DE 9999 CONTAGENS POR PRODUTO E "
019342                "LOCAL - NADA APURADO"
019356        MOVE 8 TO RETURN-CODE
019370        PERFORM 9000-ENCERRAR THRU 9000-EXIT
019384        GOBACK.
019400     PERFORM 3100-LER-PRODUTOS        THRU 3100-EXIT.
019500     PERFORM 3000-APURAR-PRODUTO      THRU 3000-EXIT
019600             UNTIL FIM-PRODUTOS.
019900     PERFORM 5000-CONFIRMAR-AJUSTES   THRU 5000-EXIT.
020000     IF CONFIRMADO
020100        PERFORM 6000-LANCAR-AJUSTES   THRU 6000-EXIT.
020116     IF NOT HOUVE-ERRO
020132        IF CONFIRMADO
020148           OR (WS-QTDE-DIVERGENTES = ZERO
020164               AND WS-QTDE-CONTADOS > ZERO)
020180           PERFORM 7000-BAIXAR-CONTAGENS THRU 7000-EXIT.
020200     PERFORM 9000-ENCERRAR            THRU 9000-EXIT.
020300     GOBACK.
020400
020500******************************************************************
020600* ABRE OS ARQUIVOS, LIMPA A TABELA DE CONTAGENS E IMPRIME O
020650* CABECALHO DO RELATORIO DE DIVERGENCIAS. O SALDO POR LOCAL
020700* (SALDOLOC.DAT) DA A QUANTIDADE DE LIVRO DE CADA CONTAGEM E FICA
020750* ABERTO ATE O FIM, PORQUE OS AJUSTES TAMBEM O ACERTAM.
020800******************************************************************
020900 1000-ABRIR-ARQUIVOS.
021000     MOVE FUNCTION CURRENT-DATE TO WS-DATA-SISTEMA.
021010     MOVE WS-DATA-SISTEMA TO WS-HOJE.
021100     OPEN INPUT PRODINV.
021200     IF ARQST-PRODINV NOT = "00"
021300        DISPLAY "PRODINVA: ERRO NA ABERTURA DE PRODINV.DAT - "
022600        CLOSE PRODINV
022700        CLOSE PRODUTOS
022800        GOBACK.
022814     OPEN I-O SALDOLOC.
022828     IF ARQST-SALDOLOC NOT = "00"
022842        OPEN OUTPUT SALDOLOC
022856        CLOSE SALDOLOC
022870        OPEN I-O SALDOLOC.
022884     MOVE ZERO TO WS-QTDE-CLOC.
022900     PERFORM 1100-LIMPAR-TABELA THRU 1100-EXIT
023000             VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 9999.
023100     PERFORM 1200-IMPRIMIR-CABECALHO THRU 1200-EXIT.
023600 1100-LIMPAR-TABELA.
023700     MOVE "N"    TO WS-CONT-VISTO    (WS-SUB).
023800     MOVE "N"    TO WS-CONT-CONTADO  (WS-SUB).
023933     MOVE ZERO   TO WS-CONT-PRIMEIRO (WS-SUB).
024066     MOVE ZERO   TO WS-CONT-UNITARIO (WS-SUB).
024200 1100-EXIT.
024300     EXIT.
024400
025500
025600******************************************************************
025700* CARREGA AS CONTAGENS NA TABELA. RECONTAGEM DO MESMO CODIGO
025800* NO MESMO LOCAL SUBSTITUI A CONTAGEM ANTERIOR.
025900******************************************************************
026000 2000-CARREGAR-CONTAGENS.
026100     IF INV-CODIGO > ZERO
026350        PERFORM 2200-GUARDAR-CONTAGEM THRU 2200-EXIT.
026600     PERFORM 2100-LER-PRODINV THRU 2100-EXIT.
026700 2000-EXIT.
026800     EXIT.
027200          AT END MOVE "S" TO WS-FIM-PRODINV.
027300 2100-EXIT.
027400     EXIT.
027402
027404******************************************************************
027406* PROCURA O LOCAL NA CADEIA DO CODIGO (EM ORDEM DE LOCAL). SE
027408* ACHAR, SUBSTITUI A CONTAGEM; SENAO ENCAIXA UMA ENTRADA NOVA
027410* ANTES DO PRIMEIRO LOCAL MAIOR. TABELA CHEIA PARA A LEITURA E
027412* A APURACAO E RECUSADA NO MAINLINE.
027414******************************************************************
027416 2200-GUARDAR-CONTAGEM.
027418     MOVE ZERO TO WS-ANT.
027420     MOVE WS-CONT-PRIMEIRO (INV-CODIGO) TO WS-POS.
027422     MOVE "N" TO WS-FIM-CADEIA.
027424     PERFORM 2300-PROCURAR-LOCAL THRU 2300-EXIT
027426             UNTIL WS-FIM-CADEIA = "S".
027428     IF WS-POS > ZERO
027430        IF WS-CLOC-LOCAL (WS-POS) = INV-LOCAL
027432           GO TO 2200-GUARDAR.
027434     IF WS-QTDE-CLOC NOT < WS-MAX-CLOC
027436        MOVE "S" TO WS-TABELA-CHEIA
027438        MOVE "S" TO WS-FIM-PRODINV
027440        GO TO 2200-EXIT.
027442     ADD 1 TO WS-QTDE-CLOC.
027444     MOVE INV-LOCAL TO WS-CLOC-LOCAL   (WS-QTDE-CLOC).
027446     MOVE WS-POS    TO WS-CLOC-PROXIMO (WS-QTDE-CLOC).
027448     IF WS-ANT = ZERO
027450        MOVE WS-QTDE-CLOC TO WS-CONT-PRIMEIRO (INV-CODIGO)
027452     ELSE
027454        MOVE WS-QTDE-CLOC TO WS-CLOC-PROXIMO (WS-ANT).
027456     MOVE WS-QTDE-CLOC TO WS-POS.
027458 2200-GUARDAR.
027460     MOVE "S"                TO WS-CONT-CONTADO  (INV-CODIGO).
027462     MOVE INV-QTDADE-CONTADA TO WS-CLOC-QTDADE   (WS-POS).
027464     MOVE INV-DATA           TO WS-CLOC-DATA     (WS-POS).
027466     MOVE INV-CONTADOR       TO WS-CLOC-CONTADOR (WS-POS).
027468     MOVE ZERO               TO WS-CLOC-LIVRO    (WS-POS).
027470     MOVE SPACE              TO WS-CLOC-AJUSTE   (WS-POS).
027472 2200-EXIT.
027474     EXIT.
027476
027478 2300-PROCURAR-LOCAL.
027480     IF WS-POS = ZERO
027482        MOVE "S" TO WS-FIM-CADEIA
027484        GO TO 2300-EXIT.
027486     IF WS-CLOC-LOCAL (WS-POS) NOT < INV-LOCAL
027488        MOVE "S" TO WS-FIM-CADEIA
027490        GO TO 2300-EXIT.
027492     MOVE WS-POS TO WS-ANT.
027494     MOVE WS-CLOC-PROXIMO (WS-POS) TO WS-POS.
027496 2300-EXIT.
027498     EXIT.
027500
027600******************************************************************
027666* CONFRONTA CADA LOCAL CONTADO DO PRODUTO COM A QUANTIDADE DE
027732* LIVRO DO LOCAL (SALDOLOC.DAT; SEM SALDO GRAVADO E ZERO) E
027800* IMPRIME AS DIVERGENCIAS, VALORIZADAS AO CUSTO UNITARIO.
027900******************************************************************
028000 3000-APURAR-PRODUTO.
028100     IF CODIGO > ZERO
028200        AND WS-CONT-CONTADO (CODIGO) = "S"
028300        MOVE "S" TO WS-CONT-VISTO (CODIGO)
028380        MOVE UNITARIO TO WS-CONT-UNITARIO (CODIGO)
028460        MOVE WS-CONT-PRIMEIRO (CODIGO) TO WS-POS
028540        PERFORM 3300-APURAR-LOCAL THRU 3300-EXIT
028620                UNTIL WS-POS = ZERO.
028700     PERFORM 3100-LER-PRODUTOS THRU 3100-EXIT.
028800 3000-EXIT.
028900     EXIT.
029500     EXIT.
029600
029700 3200-IMPRIMIR-DIVERGENCIA.
029766     COMPUTE WS-DIFERENCA = WS-CLOC-QTDADE (WS-POS)
029832                          - WS-CLOC-LIVRO (WS-POS).
029900     COMPUTE WS-DIF-VALOR = WS-DIFERENCA * UNITARIO.
030000     ADD WS-DIF-VALOR TO WS-VALOR-DIVERGENCIA.
030100     ADD 1 TO WS-QTDE-DIVERGENTES.
030200     MOVE CODIGO                  TO DET-CODIGO.
030250     MOVE WS-CLOC-LOCAL (WS-POS)  TO DET-LOCAL.
030300     MOVE NOME                    TO DET-NOME.
030400     MOVE WS-CLOC-LIVRO (WS-POS)  TO DET-LIVRO.
030500     MOVE WS-CLOC-QTDADE (WS-POS) TO DET-CONTADO.
030600     MOVE WS-DIFERENCA            TO DET-DIFERENCA.
030700     MOVE WS-DIF-VALOR            TO DET-DIF-VALOR.
030800     MOVE WS-CLOC-CONTADOR (WS-POS) TO DET-CONTADOR.
030900     WRITE LINHA-RELATORIO FROM LINHA-DETALHE.
031000 3200-EXIT.
031100     EXIT.
031106
031112 3300-APURAR-LOCAL.
031118     ADD 1 TO WS-QTDE-CONTADOS.
031124     MOVE CODIGO                 TO SLOC-CODIGO.
031130     MOVE WS-CLOC-LOCAL (WS-POS) TO SLOC-LOCAL.
031136     READ SALDOLOC
031142          INVALID KEY
031148             MOVE ZERO TO SLOC-QTDADE
031154     END-READ.
031160     MOVE SLOC-QTDADE TO WS-CLOC-LIVRO (WS-POS).
031166     IF WS-CLOC-QTDADE (WS-POS) NOT = WS-CLOC-LIVRO (WS-POS)
031172        PERFORM 3200-IMPRIMIR-DIVERGENCIA THRU 3200-EXIT.
031178     MOVE WS-CLOC-PROXIMO (WS-POS) TO WS-POS.
031184 3300-EXIT.
031190     EXIT.
031200
031300******************************************************************
031400* CONTAGENS CUJO CODIGO NAO FOI ENCONTRADO NA PASSADA PELO
032300 3600-APONTAR-SEM-CADASTRO.
032400     IF WS-CONT-CONTADO (WS-SUB) = "S"
032500        AND WS-CONT-VISTO (WS-SUB) NOT = "S"
032720        MOVE WS-CONT-PRIMEIRO (WS-SUB) TO WS-POS
032940        PERFORM 3700-APONTAR-LOCAL THRU 3700-EXIT
033160                UNTIL WS-POS = ZERO
033380        MOVE "N" TO WS-CONT-CONTADO (WS-SUB).
033600 3600-EXIT.
033700     EXIT.
033706
033712 3700-APONTAR-LOCAL.
033718     ADD 1 TO WS-QTDE-SEM-CADASTRO.
033724     MOVE WS-SUB TO DET-CODIGO.
033730     MOVE WS-CLOC-LOCAL (WS-POS) TO DET-LOCAL.
033736     MOVE "*** CODIGO SEM CADASTRO ***" TO DET-NOME.
033742     MOVE ZERO TO DET-LIVRO.
033748     MOVE WS-CLOC-QTDADE (WS-POS) TO DET-CONTADO.
033754     MOVE ZERO TO DET-DIFERENCA.
033760     MOVE ZERO TO DET-DIF-VALOR.
033766     MOVE WS-CLOC-CONTADOR (WS-POS) TO DET-CONTADOR.
033772     WRITE LINHA-RELATORIO FROM LINHA-DETALHE.
033778     MOVE WS-CLOC-PROXIMO (WS-POS) TO WS-POS.
033784 3700-EXIT.
033790     EXIT.
033800
033900******************************************************************
034000* IMPRIME OS TOTAIS DA APURACAO.
037679        DISPLAY "PRODINVA: MOTIVO INVALIDO OU NAO VALE PARA "
037680                "AMBOS - AJUSTES NAO LANCADOS".
037681     CLOSE MOTIVOS.
037684 5100-EXIT.
037685     EXIT.
037692
037700******************************************************************
037800* LANCA OS AJUSTES CONFIRMADOS EM UMA SEGUNDA PASSADA PELO
037883* CADASTRO: PARA CADA LOCAL DIVERGENTE DO PRODUTO GRAVA O
037966* MOVIMENTO DE ENTRADA OU SAIDA NAQUELE LOCAL COM MOTIVO
038049* "INVENTARIO" E ACERTA O SALDO DO LOCAL; A QUANTIDADE E O TOTAL
038132* DO CADASTRO SAO REGRAVADOS UMA VEZ POR PRODUTO. O ARQUIVO DE
038215* CONTAGENS E ESVAZIADO DEPOIS, EM 7000.
038300******************************************************************
038400 6000-LANCAR-AJUSTES.
038500     OPEN EXTEND PRODMOV.
039200                ARQST-PRODMOV
039300        MOVE "S" TO WS-HOUVE-ERRO
039400        GO TO 6000-EXIT.
039454     OPEN I-O LOTES.
039458     IF ARQST-LOTES NOT = "00"
039462        OPEN OUTPUT LOTES
039466        CLOSE LOTES
039470        OPEN I-O LOTES.
039474     OPEN EXTEND LOTEMOV.
039478     IF ARQST-LOTEMOV NOT = "00"
039482        OPEN OUTPUT LOTEMOV
039486        CLOSE LOTEMOV
039490        OPEN EXTEND LOTEMOV.
039500     CLOSE PRODUTOS.
039600     OPEN I-O PRODUTOS.
039700     IF ARQST-PRODUTOS NOT = "00"
039900                ARQST-PRODUTOS
040000        MOVE "S" TO WS-HOUVE-ERRO
040100        CLOSE PRODMOV
040130        CLOSE LOTES
040160        CLOSE LOTEMOV
040200        GO TO 6000-EXIT.
040300     MOVE "N" TO WS-FIM-PRODUTOS.
040400     PERFORM 3100-LER-PRODUTOS    THRU 3100-EXIT.
040500     PERFORM 6100-AJUSTAR-PRODUTO THRU 6100-EXIT
040600             UNTIL FIM-PRODUTOS.
040700     CLOSE PRODMOV.
040720     CLOSE LOTES.
040730     CLOSE LOTEMOV.
040800     MOVE WS-QTDE-AJUSTADOS TO ROD-AJUSTADOS.
040900     WRITE LINHA-RELATORIO FROM SPACES.
041000     WRITE LINHA-RELATORIO FROM LINHA-AJUSTE.
041100     DISPLAY "PRODINVA: AJUSTES LANCADOS..: "
041200             WS-QTDE-AJUSTADOS.
041500 6000-EXIT.
041600     EXIT.
041700
041800 6100-AJUSTAR-PRODUTO.
041900     IF CODIGO > ZERO
042000        AND WS-CONT-CONTADO (CODIGO) = "S"
042042        MOVE "N" TO WS-PROD-ALTERADO
042084        MOVE WS-CONT-PRIMEIRO (CODIGO) TO WS-POS
042126        PERFORM 6110-AJUSTAR-LOCAL THRU 6110-EXIT
042168                UNTIL WS-POS = ZERO
042210        IF WS-PROD-ALTERADO = "S"
042252           PERFORM 6190-REGRAVAR-PRODUTO THRU 6190-EXIT.
042300     PERFORM 3100-LER-PRODUTOS THRU 3100-EXIT.
042400 6100-EXIT.
042500     EXIT.
042501
042503 6110-AJUSTAR-LOCAL.
042504     MOVE WS-CLOC-LOCAL (WS-POS) TO WS-LOCAL-AJUSTE.
042506     IF WS-CLOC-QTDADE (WS-POS) NOT = WS-CLOC-LIVRO (WS-POS)
042507        MOVE "N" TO WS-CLOC-AJUSTE (WS-POS)
042509        PERFORM 6200-GRAVAR-AJUSTE THRU 6200-EXIT.
042510     MOVE WS-CLOC-PROXIMO (WS-POS) TO WS-POS.
042512 6110-EXIT.
042513     EXIT.
042515
042516******************************************************************
042518* LE O SALDO ATUAL DO LOCAL CONTADO (SEM SALDO GRAVADO E ZERO) E
042519* CALCULA A DIFERENCA ENTRE A CONTAGEM E ESSE SALDO. A CONTAGEM
042521* E A QUANTIDADE FISICA DO LOCAL, ENTAO UM AJUSTE NEGATIVO NUNCA
042522* PASSA DO SALDO DO LOCAL.
042524******************************************************************
042525 6150-CONFERIR-LOCAL.
042527     MOVE CODIGO          TO SLOC-CODIGO.
042528     MOVE WS-LOCAL-AJUSTE TO SLOC-LOCAL.
042530     MOVE "N" TO WS-SLOC-EXISTE.
042531     READ SALDOLOC
042533          INVALID KEY
042534             MOVE "N" TO WS-SLOC-EXISTE
042536             MOVE ZERO TO SLOC-QTDADE
042537          NOT INVALID KEY
042539             MOVE "S" TO WS-SLOC-EXISTE
042540     END-READ.
042542     COMPUTE WS-DIFERENCA = WS-CLOC-QTDADE (WS-POS) - SLOC-QTDADE.
042543     COMPUTE WS-FALTA-LOCAL = ZERO - WS-DIFERENCA.
042545 6150-EXIT.
042546     EXIT.
042548
042549******************************************************************
042551* O AJUSTE DE CADA PRODUTO CAI NUM LOTE DO LOCAL, PEDIDO AO
042552* OPERADOR (EM BRANCO = SALDO SEM LOTE, ANTERIOR AO CONTROLE DE
042554* LOTES). AJUSTE NEGATIVO PRECISA DE QUANTIDADE NO LOTE (OU NO
042555* SALDO SEM LOTE); AJUSTE POSITIVO EM LOTE NOVO PEDE A VALIDADE
042557* E CRIA O LOTE COM RECEBIMENTO HOJE. O MOTIVO DA RECUSA VOLTA
042558* EM AVT-MENSAGEM E O PRODUTO NAO E AJUSTADO.
042560******************************************************************
042561 6160-PEDIR-LOTE.
042563     MOVE SPACES TO AVT-MENSAGEM.
042564     MOVE SPACES TO WS-LOTE-AJUSTE.
042566     MOVE "N"    TO WS-LOTE-EXISTE.
042567     DISPLAY "PRODINVA: LOTE DO AJUSTE DO CODIGO " CODIGO
042569             " NO LOCAL " WS-LOCAL-AJUSTE
042570             " (EM BRANCO = SEM LOTE)".
042572     ACCEPT WS-LOTE-AJUSTE.
042573     IF WS-LOTE-AJUSTE = SPACES
042575        IF WS-DIFERENCA < ZERO
042576           PERFORM 6170-SOMAR-LOTES THRU 6170-EXIT
042578           IF SLOC-QTDADE - WS-SOMA-LOTES < WS-FALTA-LOCAL
042579              MOVE "SALDO SEM LOTE INSUFICIENTE - NAO AJUSTADO"
042581                TO AVT-MENSAGEM
042582           END-IF
042584        END-IF
042585        GO TO 6160-EXIT.
042587     MOVE CODIGO          TO LOTE-CODIGO.
042588     MOVE WS-LOCAL-AJUSTE TO LOTE-LOCAL.
042590     MOVE WS-LOTE-AJUSTE  TO LOTE-NUMERO.
042591     READ LOTES
042593          INVALID KEY
042594             MOVE "N" TO WS-LOTE-EXISTE
042596          NOT INVALID KEY
042597             MOVE "S" TO WS-LOTE-EXISTE
042599     END-READ.
042600     IF WS-DIFERENCA < ZERO
042602        IF WS-LOTE-EXISTE NOT = "S"
042603           MOVE "LOTE NAO ENCONTRADO NO LOCAL - NAO AJUSTADO"
042605             TO AVT-MENSAGEM
042606        ELSE
042608           IF LOTE-QTDADE < WS-FALTA-LOCAL
042609              MOVE "SALDO DO LOTE INSUFICIENTE - NAO AJUSTADO"
042611                TO AVT-MENSAGEM.
042612     IF WS-DIFERENCA > ZERO AND WS-LOTE-EXISTE NOT = "S"
042614        DISPLAY "PRODINVA: VALIDADE DO LOTE NOVO (AAAAMMDD)"
042615        ACCEPT WS-VALIDADE-AJUSTE
042617        IF WS-VAL-MES < 01 OR WS-VAL-MES > 12
042618           OR WS-VAL-DIA < 01 OR WS-VAL-DIA > 31
042620           MOVE "VALIDADE INVALIDA - NAO AJUSTADO"
042621             TO AVT-MENSAGEM.
042623 6160-EXIT.
042624     EXIT.
042626
042627******************************************************************
042629* SOMA OS LOTES DO PRODUTO NO LOCAL; SALDOLOC MENOS ESTA SOMA E O
042630* SALDO SEM LOTE. O REGISTRO DE SALDOLOC LIDO EM 6150 NAO E
042632* TOCADO AQUI.
042633******************************************************************
042635 6170-SOMAR-LOTES.
042636     MOVE ZERO            TO WS-SOMA-LOTES.
042638     MOVE "N"             TO WS-FIM-LOTES.
042639     MOVE CODIGO          TO LOTE-CODIGO.
042641     MOVE WS-LOCAL-AJUSTE TO LOTE-LOCAL.
042642     MOVE LOW-VALUES      TO LOTE-NUMERO.
042644     START LOTES KEY NOT < LOTE-CHAVE
042645           INVALID KEY MOVE "S" TO WS-FIM-LOTES.
042647     PERFORM 6180-LER-PROX-LOTE THRU 6180-EXIT
042648             UNTIL WS-FIM-LOTES = "S".
042650 6170-EXIT.
042651     EXIT.
042653
042654 6180-LER-PROX-LOTE.
042656     READ LOTES NEXT RECORD
042657          AT END
042659             MOVE "S" TO WS-FIM-LOTES
042660             GO TO 6180-EXIT
042662     END-READ.
042663     IF LOTE-CODIGO NOT = CODIGO
042665        OR LOTE-LOCAL NOT = WS-LOCAL-AJUSTE
042666        MOVE "S" TO WS-FIM-LOTES
042668     ELSE
042669        ADD LOTE-QTDADE TO WS-SOMA-LOTES.
042671 6180-EXIT.
042672     EXIT.
042674
042675 6190-REGRAVAR-PRODUTO.
042677     COMPUTE TOTAL = QTDADE * UNITARIO.
042678     REWRITE REG-PROD.
042680     IF ARQST-PRODUTOS NOT = "00"
042681        DISPLAY "PRODINVA: ERRO AO AJUSTAR O CODIGO " CODIGO
042683                " - " ARQST-PRODUTOS
042684        MOVE "S" TO WS-HOUVE-ERRO.
042686 6190-EXIT.
042687     EXIT.
042689
042690******************************************************************
042692* A DIFERENCA E REFEITA CONTRA O SALDO ATUAL DO LOCAL (6150).
042693* SE O LOCAL JA BATE COM A CONTAGEM NADA E LANCADO. AJUSTE
042695* NEGATIVO MAIOR QUE O CADASTRO TAMBEM E RECUSADO, PARA A
042696* QUANTIDADE SEM SINAL DO CADASTRO NAO VIRAR UM NUMERO ERRADO.
042698******************************************************************
042700 6200-GRAVAR-AJUSTE.
042708     PERFORM 6150-CONFERIR-LOCAL THRU 6150-EXIT.
042716     IF WS-DIFERENCA = ZERO
042725        MOVE SPACE TO WS-CLOC-AJUSTE (WS-POS)
042733        GO TO 6200-EXIT.
042742     IF PROD-BLOQUEADO
042750        MOVE CODIGO TO AVT-CODIGO
042759        MOVE WS-LOCAL-AJUSTE TO AVT-LOCAL
042767        MOVE SPACES TO AVT-LOTE
042776        MOVE "PRODUTO BLOQUEADO - AJUSTE NAO LANCADO"
042784             TO AVT-MENSAGEM
042793        WRITE LINHA-RELATORIO FROM LINHA-AVISO-LOTE
042801        GO TO 6200-EXIT.
042810     IF WS-DIFERENCA < ZERO
042817        IF QTDADE < WS-FALTA-LOCAL
042825           MOVE CODIGO          TO AVT-CODIGO
042832           MOVE WS-LOCAL-AJUSTE TO AVT-LOCAL
042840           MOVE SPACES          TO AVT-LOTE
042847           MOVE "CADASTRO MENOR QUE O LOCAL - NAO AJUSTADO"
042855                TO AVT-MENSAGEM
042862           WRITE LINHA-RELATORIO FROM LINHA-AVISO-LOTE
042870           GO TO 6200-EXIT.
042873     PERFORM 6160-PEDIR-LOTE THRU 6160-EXIT.
042877     IF AVT-MENSAGEM NOT = SPACES
042881        MOVE CODIGO         TO AVT-CODIGO
042885        MOVE WS-LOCAL-AJUSTE TO AVT-LOCAL
042888        MOVE WS-LOTE-AJUSTE TO AVT-LOTE
042892        WRITE LINHA-RELATORIO FROM LINHA-AVISO-LOTE
042896        GO TO 6200-EXIT.
042900     MOVE CODIGO TO MOV-CODIGO.
043000     IF WS-DIFERENCA > ZERO
043100        MOVE "E" TO MOV-TIPO
043900     MOVE "INVENTARIO" TO MOV-MOTIVO.
044000     MOVE UNITARIO     TO MOV-UNITARIO.
044100     MOVE "PRODINVA"   TO MOV-OPERADOR.
044120     PERFORM 9200-OBTER-NUMERO THRU 9200-EXIT.
044140     MOVE SPACE        TO MOV-ESTORNO.
044160     MOVE ZEROS        TO MOV-NUM-ORIGEM.
044180     MOVE ZEROS        TO MOV-PEDIDO.
044200     WRITE REG-MOV.
044300     IF ARQST-PRODMOV NOT = "00"
044400        DISPLAY "PRODINVA: ERRO NO MOVIMENTO DO CODIGO " CODIGO
044500                " - " ARQST-PRODMOV
044600        MOVE "S" TO WS-HOUVE-ERRO
044700        GO TO 6200-EXIT.
044842     ADD WS-DIFERENCA TO QTDADE.
044985     MOVE "S" TO WS-PROD-ALTERADO.
045128     MOVE "S" TO WS-CLOC-AJUSTE (WS-POS).
045271     ADD 1 TO WS-QTDE-AJUSTADOS.
045414     PERFORM 6300-AJUSTAR-SALDO-LOCAL THRU 6300-EXIT.
045557     PERFORM 6400-AJUSTAR-LOTE        THRU 6400-EXIT.
045700 6200-EXIT.
045800     EXIT.
045810
045811******************************************************************
045825* REFLETE O AJUSTE NO SALDO DO LOCAL CONTADO, PARA A SOMA DOS
045840* LOCAIS CONTINUAR IGUAL A QTDADE DO CADASTRO. O AJUSTE NEGATIVO
045855* FOI CALCULADO EM 6150 SOBRE O PROPRIO SALDO DO LOCAL.
045870******************************************************************
045871 6300-AJUSTAR-SALDO-LOCAL.
045872     MOVE CODIGO          TO SLOC-CODIGO.
045901     EXIT.
045902
046000******************************************************************
046002* ACERTA O LOTE INFORMADO EM 6160 E REGISTRA EM LOTEMOV.DAT COM O
046005* NUMERO DO MOVIMENTO DE AJUSTE. SEM LOTE NAO HA O QUE ACERTAR.
046007******************************************************************
046010 6400-AJUSTAR-LOTE.
046012     IF WS-LOTE-AJUSTE = SPACES
046015        GO TO 6400-EXIT.
046017     MOVE CODIGO          TO LOTE-CODIGO.
046020     MOVE WS-LOCAL-AJUSTE TO LOTE-LOCAL.
046022     MOVE WS-LOTE-AJUSTE  TO LOTE-NUMERO.
046025     IF WS-LOTE-EXISTE = "S"
046026        READ LOTES
046027             INVALID KEY
046028                DISPLAY "PRODINVA: LOTE " LOTE-NUMERO
046029                        " NAO ENCONTRADO"
046030        END-READ
046031     ELSE
046032        MOVE WS-VALIDADE-AJUSTE TO LOTE-VALIDADE
046033        MOVE WS-HOJE            TO LOTE-RECEBIMENTO
046034        MOVE WS-DIFERENCA       TO LOTE-QTDADE
046035        WRITE REG-LOTE.
046036     IF WS-LOTE-EXISTE = "S" AND ARQST-LOTES = "00"
046037        ADD WS-DIFERENCA TO LOTE-QTDADE
046038        REWRITE REG-LOTE.
046039     IF ARQST-LOTES NOT = "00"
046040        DISPLAY "PRODINVA: ERRO NO LOTE DO CODIGO "
046041                CODIGO " - " ARQST-LOTES
046042        MOVE "S" TO WS-HOUVE-ERRO
046043        MOVE 8 TO RETURN-CODE
046044        GO TO 6400-EXIT.
046057     MOVE MOV-NUMERO       TO LMOV-NUMERO.
046060     MOVE LOTE-CODIGO      TO LMOV-CODIGO.
046062     MOVE LOTE-LOCAL       TO LMOV-LOCAL.
046065     MOVE LOTE-NUMERO      TO LMOV-LOTE.
046067     MOVE MOV-TIPO         TO LMOV-TIPO.
046070     MOVE MOV-QUANTIDADE   TO LMOV-QTDE.
046072     MOVE LOTE-VALIDADE    TO LMOV-VALIDADE.
046075     MOVE LOTE-RECEBIMENTO TO LMOV-RECEBIMENTO.
046077     WRITE REG-LMOV.
046080     IF ARQST-LOTEMOV NOT = "00"
046082        DISPLAY "PRODINVA: ERRO NO LOTEMOV DO CODIGO "
046085                CODIGO " - " ARQST-LOTEMOV
046086        MOVE "S" TO WS-HOUVE-ERRO
046087        MOVE 8 TO RETURN-CODE.
046090 6400-EXIT.
046092     EXIT.
046095
046097******************************************************************
046100* ESVAZIA O ARQUIVO DE CONTAGENS (REABRINDO EM MODO OUTPUT),
046200* COMO PRODAJU FAZ COM O CHECKPOINT AO TERMINAR SEM PENDENCIAS.
046300******************************************************************
046800     MOVE "X" TO WS-FIM-PRODINV.
046900 6500-EXIT.
047000     EXIT.
047001
047002******************************************************************
047003* BAIXA AS CONTAGENS APURADAS: CADA PRODUTO/LOCAL CONTADO VAI
047005* PARA O HISTORICO DE CONTAGENS (CONTHST.DAT), COM LIVRO,
047006* CONTADO, CLASSE, SE FICOU DENTRO DA TOLERANCIA DA CLASSE E SE
047007* O AJUSTE FOI LANCADO, E SAI DA LISTA DE CONTAGEM CICLICA
047008* (CONTCICL.DAT) COM A PROXIMA CONTAGEM PREVISTA PELA FREQUENCIA
047010* DA CLASSE. SO ENTAO O ARQUIVO DE CONTAGENS E ESVAZIADO. SEM
047011* PLANO GERADO PELO PRODCICL A CONTAGEM VAI SO PARA O HISTORICO.
047012******************************************************************
047014 7000-BAIXAR-CONTAGENS.
047015     PERFORM 7050-LER-CICLPARM THRU 7050-EXIT.
047016     OPEN EXTEND CONTHST.
047017     IF ARQST-CONTHST NOT = "00"
047019        OPEN OUTPUT CONTHST
047020        CLOSE CONTHST
047021        OPEN EXTEND CONTHST.
047022     IF ARQST-CONTHST NOT = "00"
047024        DISPLAY "PRODINVA: ERRO NA ABERTURA DE CONTHST.DAT - "
047025                ARQST-CONTHST
047026        MOVE "S" TO WS-HOUVE-ERRO
047028        GO TO 7000-EXIT.
047029     MOVE "N" TO WS-PLANO-ABERTO.
047030     OPEN I-O CONTCICL.
047031     IF ARQST-CONTCICL = "00"
047033        MOVE "S" TO WS-PLANO-ABERTO.
047034     PERFORM 7100-BAIXAR-PRODUTO THRU 7100-EXIT
047035             VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 9999.
047036     CLOSE CONTHST.
047038     IF WS-PLANO-ABERTO = "S"
047039        CLOSE CONTCICL.
047040     MOVE WS-QTDE-BAIXADAS   TO ROD-BAIXADAS.
047042     MOVE WS-QTDE-DENTRO-TOL TO ROD-DENTRO-TOL.
047043     WRITE LINHA-RELATORIO FROM LINHA-BAIXA.
047044     DISPLAY "PRODINVA: CONTAGENS BAIXADAS: " WS-QTDE-BAIXADAS.
047045     IF NOT HOUVE-ERRO
047047        PERFORM 6500-LIMPAR-CONTAGENS THRU 6500-EXIT.
047048 7000-EXIT.
047049     EXIT.
047051
047052******************************************************************
047053* FREQUENCIAS E TOLERANCIAS DE CICLPARM.DAT. SEM O ARQUIVO, OU
047054* COM CAMPO ZERADO, VALE O PADRAO DE WORKING-STORAGE.
047056******************************************************************
047057 7050-LER-CICLPARM.
047058     OPEN INPUT CICLPARM.
047059     IF ARQST-CICLPARM NOT = "00"
047061        GO TO 7050-EXIT.
047062     READ CICLPARM
047063          AT END MOVE ZEROS TO REG-CICP
047065     END-READ.
047066     IF CICP-FREQ-A NUMERIC AND CICP-FREQ-A > ZERO
047067        MOVE CICP-FREQ-A TO WS-FREQ-A.
047068     IF CICP-FREQ-B NUMERIC AND CICP-FREQ-B > ZERO
047070        MOVE CICP-FREQ-B TO WS-FREQ-B.
047071     IF CICP-FREQ-C NUMERIC AND CICP-FREQ-C > ZERO
047072        MOVE CICP-FREQ-C TO WS-FREQ-C.
047073     IF CICP-TOL-A NUMERIC AND CICP-TOL-A > ZERO
047075        MOVE CICP-TOL-A TO WS-TOL-A.
047076     IF CICP-TOL-B NUMERIC AND CICP-TOL-B > ZERO
047077        MOVE CICP-TOL-B TO WS-TOL-B.
047079     IF CICP-TOL-C NUMERIC AND CICP-TOL-C > ZERO
047080        MOVE CICP-TOL-C TO WS-TOL-C.
047081     CLOSE CICLPARM.
047082 7050-EXIT.
047084     EXIT.
047085
047086 7100-BAIXAR-PRODUTO.
047088     IF WS-CONT-CONTADO (WS-SUB) = "S"
047089        AND WS-CONT-VISTO (WS-SUB) = "S"
047090        MOVE WS-CONT-PRIMEIRO (WS-SUB) TO WS-POS
047091        PERFORM 7200-BAIXAR-LOCAL THRU 7200-EXIT
047093                UNTIL WS-POS = ZERO.
047094 7100-EXIT.
047095     EXIT.
047096
047098******************************************************************
047099* A TOLERANCIA E UM PERCENTUAL DA QUANTIDADE DE LIVRO DO LOCAL:
047100* A CONTAGEM FICA DENTRO QUANDO A DIFERENCA, EM VALOR ABSOLUTO,
047102* NAO PASSA DE LIVRO X TOLERANCIA / 100. PRODUTO FORA DO PLANO
047103* FICA SEM CLASSE E USA A TOLERANCIA E A FREQUENCIA DA CLASSE C.
047104******************************************************************
047105 7200-BAIXAR-LOCAL.
047107     MOVE WS-SUB                 TO CCIC-CODIGO.
047108     MOVE WS-CLOC-LOCAL (WS-POS) TO CCIC-LOCAL.
047109     MOVE "N"   TO WS-CCIC-EXISTE.
047110     MOVE SPACE TO WS-CLASSE.
047112     IF WS-PLANO-ABERTO = "S"
047113        READ CONTCICL
047114             INVALID KEY
047116                MOVE "N" TO WS-CCIC-EXISTE
047117             NOT INVALID KEY
047118                MOVE "S" TO WS-CCIC-EXISTE
047119                MOVE CCIC-CLASSE TO WS-CLASSE
047121        END-READ.
047122     IF WS-CLASSE = "A"
047123        MOVE WS-TOL-A  TO WS-TOLERANCIA
047125        MOVE WS-FREQ-A TO WS-FREQUENCIA
047126     ELSE
047127        IF WS-CLASSE = "B"
047128           MOVE WS-TOL-B  TO WS-TOLERANCIA
047130           MOVE WS-FREQ-B TO WS-FREQUENCIA
047131        ELSE
047132           MOVE WS-TOL-C  TO WS-TOLERANCIA
047133           MOVE WS-FREQ-C TO WS-FREQUENCIA.
047135     COMPUTE WS-DIFERENCA = WS-CLOC-QTDADE (WS-POS)
047136                          - WS-CLOC-LIVRO (WS-POS).
047137     IF WS-DIFERENCA < ZERO
047139        COMPUTE WS-DIF-ABS = ZERO - WS-DIFERENCA
047140     ELSE
047141        MOVE WS-DIFERENCA TO WS-DIF-ABS.
047142     COMPUTE WS-LIMITE-TOL =
047144             WS-CLOC-LIVRO (WS-POS) * WS-TOLERANCIA / 100.
047145     MOVE WS-CLOC-DATA (WS-POS)     TO CHST-DATA.
047146     MOVE WS-HOJE                   TO CHST-DATA-APUR.
047147     MOVE WS-SUB                    TO CHST-CODIGO.
047149     MOVE WS-CLOC-LOCAL (WS-POS)    TO CHST-LOCAL.
047150     MOVE WS-CLASSE                 TO CHST-CLASSE.
047151     MOVE WS-CLOC-LIVRO (WS-POS)    TO CHST-LIVRO.
047153     MOVE WS-CLOC-QTDADE (WS-POS)   TO CHST-CONTADO.
047154     MOVE WS-CONT-UNITARIO (WS-SUB) TO CHST-UNITARIO.
047155     MOVE WS-CLOC-AJUSTE (WS-POS)   TO CHST-AJUSTE.
047156     MOVE WS-CLOC-CONTADOR (WS-POS) TO CHST-CONTADOR.
047158     IF WS-DIF-ABS > WS-LIMITE-TOL
047159        MOVE "N" TO CHST-TOLERANCIA
047160     ELSE
047162        MOVE "S" TO CHST-TOLERANCIA
047163        ADD 1 TO WS-QTDE-DENTRO-TOL.
047164     WRITE REG-CHST.
047165     IF ARQST-CONTHST NOT = "00"
047167        DISPLAY "PRODINVA: ERRO NO HISTORICO DO CODIGO " WS-SUB
047168                " - " ARQST-CONTHST
047169        MOVE "S" TO WS-HOUVE-ERRO.
047170     ADD 1 TO WS-QTDE-BAIXADAS.
047172     IF WS-CCIC-EXISTE = "S"
047173        PERFORM 7300-TIRAR-DA-LISTA THRU 7300-EXIT.
047174     MOVE WS-CLOC-PROXIMO (WS-POS) TO WS-POS.
047176 7200-EXIT.
047177     EXIT.
047178
047179 7300-TIRAR-DA-LISTA.
047181     MOVE SPACE TO CCIC-SITUACAO.
047182     MOVE ZERO  TO CCIC-DT-LISTA.
047183     MOVE WS-CLOC-DATA (WS-POS) TO CCIC-DT-ULTIMA.
047184     COMPUTE CCIC-DT-PREVISTA = FUNCTION DATE-OF-INTEGER
047186             (FUNCTION INTEGER-OF-DATE (CCIC-DT-ULTIMA)
047187              + WS-FREQUENCIA).
047188     REWRITE REG-CCIC.
047190     IF ARQST-CONTCICL NOT = "00"
047191        DISPLAY "PRODINVA: ERRO NA LISTA DE CONTAGEM DO CODIGO "
047192                WS-SUB " - " ARQST-CONTCICL
047193        MOVE "S" TO WS-HOUVE-ERRO.
047195 7300-EXIT.
047196     EXIT.
047197
047200******************************************************************
047300* FECHA OS ARQUIVOS ABERTOS PELO PROGRAMA.
047400******************************************************************
047600     IF WS-FIM-PRODINV NOT = "X"
047700        CLOSE PRODINV.
047800     CLOSE PRODUTOS.
047850     CLOSE SALDOLOC.
047900     CLOSE RELINV.
048000 9000-EXIT.
048100     EXIT.
048110
048120******************************************************************
048130* NUMERO DO MOVIMENTO: CONTADOR UNICO EM NUMMOV.DAT, O MESMO DA
048140* TELA DE MOVIMENTO, CRIADO NA PRIMEIRA VEZ. ABERTO E FECHADO A
048150* CADA USO PORQUE A TELA PODE ESTAR GRAVANDO AO MESMO TEMPO.
048160******************************************************************
048170 9200-OBTER-NUMERO.
048180     OPEN I-O NUMMOV.
048190     IF ARQST-NUMMOV NOT = "00"
048200        OPEN OUTPUT NUMMOV
048210        CLOSE NUMMOV
048220        OPEN I-O NUMMOV.
048230     READ NUMMOV
048240          AT END
048250             CLOSE NUMMOV
048260             OPEN OUTPUT NUMMOV
048270             MOVE 1 TO NUMM-ULTIMO
048280             MOVE 1 TO MOV-NUMERO
048290             WRITE REG-NUMMOV
048300             CLOSE NUMMOV
048310             GO TO 9200-EXIT
048320     END-READ.
048330     ADD 1 TO NUMM-ULTIMO.
048340     MOVE NUMM-ULTIMO TO MOV-NUMERO.
048350     REWRITE REG-NUMMOV.
048360     IF ARQST-NUMMOV NOT = "00"
048370        DISPLAY "PRODINVA: ERRO NO NUMERO DO MOVIMENTO DO CODIGO "
048380                CODIGO " - " ARQST-NUMMOV
048390        MOVE "S" TO WS-HOUVE-ERRO.
048400     CLOSE NUMMOV.
048410 9200-EXIT.
048420     EXIT.
