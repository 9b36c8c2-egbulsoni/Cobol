000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PRODMARG.
000300 AUTHOR.        CPD - CONTROLE DE ESTOQUE.
000400 INSTALLATION.  DEPTO DE PROCESSAMENTO DE DADOS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800* HISTORICO DE ALTERACOES
000900******************************************************************
001000* DATA        AUTOR   DESCRICAO
001100* 15/10/2026   CPD     PROGRAMA ORIGINAL - MARGEM BRUTA MENSAL.
001200*                      RECEBE UMA FAIXA DE PERIODOS (AAAAMM
001300*                      INICIAL E FINAL) POR CARTAO DE PARAMETRO,
001400*                      LE AS SAIDAS DOS ARQUIVOS MOVAAMM.HST DA
001500*                      FAIXA E AS AINDA VIVAS EM PRODMOV.DAT, E
001600*                      VALORIZA CADA UMA PELO PRECO DE VENDA EM
001700*                      VIGOR NA DATA DO MOVIMENTO (HISTORICO
001800*                      PRECOHST.DAT) E PELO CUSTO DO MOVIMENTO
001900*                      (MOV-UNITARIO). IMPRIME RECEITA, CUSTO,
002000*                      MARGEM E MARGEM % POR PRODUTO, COM
002100*                      SUBTOTAL POR CATEGORIA E TOTAL GERAL, E
002200*                      MARCA OS PRODUTOS VENDIDOS ABAIXO DO CUSTO.
002300*                      SAIDA SEM PRECO EM VIGOR NA DATA FICA FORA
002400*                      DA RECEITA E DO CUSTO E E MARCADA A PARTE.
002500*                      PARES ESTORNADOS NAO ENTRAM.
002600******************************************************************
002700
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT PRODMOV ASSIGN TO DISK
003400            ORGANIZATION SEQUENTIAL
003500            ACCESS MODE SEQUENTIAL
003600            FILE STATUS IS ARQST-PRODMOV.
003700
003800     SELECT MOVARQ ASSIGN TO DISK
003900            ORGANIZATION SEQUENTIAL
004000            ACCESS MODE SEQUENTIAL
004100            FILE STATUS IS ARQST-MOVARQ.
004200
004300     SELECT PRODUTOS ASSIGN TO DISK
004400            ORGANIZATION INDEXED
004500            ACCESS MODE DYNAMIC
004600            RECORD KEY IS CODIGO
004700            FILE STATUS IS ARQST-PRODUTOS.
004800
004900     SELECT PRECOHST ASSIGN TO DISK
005000            ORGANIZATION INDEXED
005100            ACCESS MODE DYNAMIC
005200            RECORD KEY IS PHST-CHAVE
005300            FILE STATUS IS ARQST-PRECOHST.
005400
005500     SELECT CLASSIF ASSIGN TO DISK.
005600
005700     SELECT MARGTRAB ASSIGN TO DISK
005800            ORGANIZATION SEQUENTIAL
005900            ACCESS MODE SEQUENTIAL
006000            FILE STATUS IS ARQST-MARGTRAB.
006100
006200     SELECT RELMARG ASSIGN TO PRINTER
006300            ORGANIZATION LINE SEQUENTIAL
006400            FILE STATUS IS ARQST-RELMARG.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  PRODMOV LABEL RECORD STANDARD
006900     VALUE OF FILE-ID IS "PRODMOV.DAT".
007000     COPY PRODMOV.
007100
007200 FD  MOVARQ LABEL RECORD STANDARD
007300     DATA RECORD IS REG-ARQMOV
007400     VALUE OF FILE-ID IS WS-NOME-MOVARQ.
007500 01  REG-ARQMOV                  PIC X(82).
007600
007700 FD  PRODUTOS LABEL RECORD STANDARD
007800     VALUE OF FILE-ID IS "PRODUTOS.DAT".
007900     COPY PRODUTOS.
008000
008100 FD  PRECOHST LABEL RECORD STANDARD
008200     VALUE OF FILE-ID IS "PRECOHST.DAT".
008300     COPY PRECOHST.
008400
008500 SD  CLASSIF
008600     DATA RECORD IS REG-SORT.
008700 01  REG-SORT.
008800     02  SRT-CATEGORIA           PIC 9(02).
008900     02  SRT-CODIGO              PIC 9(04).
009000     02  SRT-NOME                PIC X(30).
009100     02  SRT-QTDE                PIC 9(07).
009200     02  SRT-RECEITA             PIC 9(11)V99.
009300     02  SRT-CUSTO               PIC 9(11)V99.
009400     02  SRT-ABAIXO              PIC 9(05).
009500     02  SRT-SEM-PRECO           PIC 9(07).
009600
009700 FD  MARGTRAB LABEL RECORD STANDARD
009800     DATA RECORD IS REG-TRAB
009900     VALUE OF FILE-ID IS "PRODMARG.TMP".
010000 01  REG-TRAB.
010100     02  TRB-CATEGORIA           PIC 9(02).
010200     02  TRB-CODIGO              PIC 9(04).
010300     02  TRB-NOME                PIC X(30).
010400     02  TRB-QTDE                PIC 9(07).
010500     02  TRB-RECEITA             PIC 9(11)V99.
010600     02  TRB-CUSTO               PIC 9(11)V99.
010700     02  TRB-ABAIXO              PIC 9(05).
010800     02  TRB-SEM-PRECO           PIC 9(07).
010900
011000 FD  RELMARG LABEL RECORD STANDARD
011100     VALUE OF FILE-ID IS "PRODMARG.LST".
011200 01  LINHA-RELATORIO             PIC X(132).
011300
011400 WORKING-STORAGE SECTION.
011500 01  ARQST-PRODMOV               PIC X(02).
011600 01  ARQST-MOVARQ                PIC X(02).
011700 01  ARQST-PRODUTOS              PIC X(02).
011800 01  ARQST-PRECOHST              PIC X(02).
011900 01  ARQST-MARGTRAB              PIC X(02).
012000 01  ARQST-RELMARG               PIC X(02).
012100
012200 01  WS-SWITCHES.
012300     02  WS-FIM-PRODMOV          PIC X(01) VALUE "N".
012400         88  FIM-PRODMOV                   VALUE "S".
012500     02  WS-FIM-MOVARQ           PIC X(01) VALUE "N".
012600         88  FIM-MOVARQ                    VALUE "S".
012700     02  WS-FIM-PHST             PIC X(01) VALUE "N".
012800         88  FIM-PHST                      VALUE "S".
012900     02  WS-FIM-TRAB             PIC X(01) VALUE "N".
013000         88  FIM-TRAB                      VALUE "S".
013100     02  WS-ACHOU-PRECO          PIC X(01) VALUE "N".
013200         88  ACHOU-PRECO                   VALUE "S".
013300
013400 01  WS-CONTADORES.
013500     02  WS-QTDE-MOVIMENTOS      PIC 9(07) COMP VALUE ZERO.
013600     02  WS-QTDE-ARQUIVOS        PIC 9(03) COMP VALUE ZERO.
013700     02  WS-QTDE-SEM-PRECO       PIC 9(07) COMP VALUE ZERO.
013800     02  WS-QTDE-PRODUTOS        PIC 9(05) COMP VALUE ZERO.
013900     02  WS-QTDE-ABAIXO          PIC 9(05) COMP VALUE ZERO.
014000
014100 01  WS-PARAMETROS.
014200     02  WS-PERIODO-DE.
014300         03  WS-DE-ANO           PIC 9(04).
014400         03  WS-DE-MES           PIC 9(02).
014500     02  WS-PERIODO-ATE.
014600         03  WS-ATE-ANO          PIC 9(04).
014700         03  WS-ATE-MES          PIC 9(02).
014800 01  WS-PERIODO-DE-N REDEFINES WS-PARAMETROS PIC 9(06).
014900
015000 01  WS-PERIODO-ATE-N            PIC 9(06) VALUE ZERO.
015100 01  WS-PERIODO-MOV              PIC 9(06) VALUE ZERO.
015200
015300******************************************************************
015400* PERIODO CORRENTE DA VARREDURA DOS ARQUIVOS MOVAAMM.HST.
015500******************************************************************
015600 01  WS-PERIODO-VARRE.
015700     02  WS-VAR-ANO              PIC 9(04).
015800     02  WS-VAR-MES              PIC 9(02).
015900 01  WS-PERIODO-VARRE-N REDEFINES WS-PERIODO-VARRE PIC 9(06).
016000
016100 01  WS-DATA-SISTEMA.
016200     02  WS-ANO-SIS              PIC 9(04).
016300     02  WS-MES-SIS              PIC 9(02).
016400     02  WS-DIA-SIS              PIC 9(02).
016500
016600 01  WS-NOME-MOVARQ              PIC X(13).
016700 01  WS-SUB                      PIC 9(05) COMP VALUE ZERO.
016800 01  WS-DATA-MOV                 PIC 9(08) VALUE ZERO.
016900 01  WS-PRECO-MOV                PIC 9(05)V99 VALUE ZERO.
017000 01  WS-ULT-CODIGO               PIC 9(04) VALUE ZERO.
017100 01  WS-ULT-DATA                 PIC 9(08) VALUE ZERO.
017200 01  WS-ULT-PRECO                PIC 9(05)V99 VALUE ZERO.
017300 01  WS-ULT-ACHOU                PIC X(01) VALUE "N".
017400 01  WS-CATEGORIA-ATUAL          PIC 9(02) VALUE ZERO.
017500 01  WS-MARGEM                   PIC S9(11)V99 COMP-3 VALUE ZERO.
017600 01  WS-PERCENTUAL               PIC S9(05)V9 COMP-3 VALUE ZERO.
017700
017800******************************************************************
017900* ACUMULADORES POR PRODUTO (O CODIGO E O INDICE): QUANTIDADE
018000* VENDIDA COM PRECO, RECEITA, CUSTO, QUANTAS SAIDAS FORAM ABAIXO
018100* DO CUSTO E A QUANTIDADE QUE SAIU SEM PRECO EM VIGOR.
018200******************************************************************
018300 01  WS-TABELA-PRODUTO.
018400     02  WS-PRD-ITEM OCCURS 9999 TIMES.
018500         03  WS-PRD-QTDE         PIC 9(07)      COMP.
018600         03  WS-PRD-RECEITA      PIC 9(11)V99 COMP-3.
018700         03  WS-PRD-CUSTO        PIC 9(11)V99 COMP-3.
018800         03  WS-PRD-ABAIXO       PIC 9(05)      COMP.
018900         03  WS-PRD-SEM-PRECO    PIC 9(07)      COMP.
019000
019100 01  WS-TOTAIS-CATEGORIA.
019200     02  WS-CAT-RECEITA          PIC 9(11)V99 COMP-3 VALUE ZERO.
019300     02  WS-CAT-CUSTO            PIC 9(11)V99 COMP-3 VALUE ZERO.
019400
019500 01  WS-TOTAIS-GERAIS.
019600     02  WS-TOT-RECEITA          PIC 9(11)V99 COMP-3 VALUE ZERO.
019700     02  WS-TOT-CUSTO            PIC 9(11)V99 COMP-3 VALUE ZERO.
019800
019900 01  LINHA-CABECALHO-1.
020000     02  FILLER                  PIC X(01)  VALUE SPACE.
020100     02  FILLER                  PIC X(23)  VALUE
020200             "CONTROLE DE MERCADORIAS".
020300     02  FILLER                  PIC X(30)  VALUE
020400             "MARGEM BRUTA DAS SAIDAS".
020500     02  FILLER                  PIC X(10)  VALUE "DATA:".
020600     02  CAB1-DIA                PIC 99/.
020700     02  CAB1-MES                PIC 99/.
020800     02  CAB1-ANO                PIC 9999.
020900
021000 01  LINHA-PERIODO.
021100     02  FILLER                  PIC X(01)  VALUE SPACE.
021200     02  FILLER                  PIC X(09)  VALUE "PERIODO:".
021300     02  PER-DE-MES              PIC 99/.
021400     02  PER-DE-ANO              PIC 9999.
021500     02  FILLER                  PIC X(03)  VALUE " A ".
021600     02  PER-ATE-MES             PIC 99/.
021700     02  PER-ATE-ANO             PIC 9999.
021800
021900 01  LINHA-CATEGORIA.
022000     02  FILLER                  PIC X(01)  VALUE SPACE.
022100     02  FILLER                  PIC X(11)  VALUE "CATEGORIA:".
022200     02  CAT-DET-CODIGO          PIC Z9.
022300
022400 01  LINHA-CABECALHO-2.
022500     02  FILLER                  PIC X(01)  VALUE SPACE.
022600     02  FILLER                  PIC X(06)  VALUE "CODIGO".
022700     02  FILLER                  PIC X(02)  VALUE SPACES.
022800     02  FILLER                  PIC X(30)  VALUE
022900             "NOME DO PRODUTO".
023000     02  FILLER                  PIC X(02)  VALUE SPACES.
023100     02  FILLER                  PIC X(09)  VALUE " QTDE VEN".
023200     02  FILLER                  PIC X(02)  VALUE SPACES.
023300     02  FILLER                  PIC X(17)  VALUE
023400             "          RECEITA".
023500     02  FILLER                  PIC X(02)  VALUE SPACES.
023600     02  FILLER                  PIC X(17)  VALUE
023700             "            CUSTO".
023800     02  FILLER                  PIC X(02)  VALUE SPACES.
023900     02  FILLER                  PIC X(18)  VALUE
024000             "           MARGEM".
024100     02  FILLER                  PIC X(02)  VALUE SPACES.
024200     02  FILLER                  PIC X(07)  VALUE "  MARG%".
024300     02  FILLER                  PIC X(02)  VALUE SPACES.
024400     02  FILLER                  PIC X(12)  VALUE "OBSERVACAO".
024500
024600 01  LINHA-DETALHE.
024700     02  FILLER                  PIC X(01)  VALUE SPACE.
024800     02  DET-CODIGO              PIC ZZZ9.
024900     02  FILLER                  PIC X(04)  VALUE SPACES.
025000     02  DET-NOME                PIC X(30).
025100     02  FILLER                  PIC X(02)  VALUE SPACES.
025200     02  DET-QTDE                PIC Z.ZZZ.ZZ9.
025300     02  FILLER                  PIC X(02)  VALUE SPACES.
025400     02  DET-RECEITA             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
025500     02  FILLER                  PIC X(02)  VALUE SPACES.
025600     02  DET-CUSTO               PIC ZZ.ZZZ.ZZZ.ZZ9,99.
025700     02  FILLER                  PIC X(02)  VALUE SPACES.
025800     02  DET-MARGEM              PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
025900     02  FILLER                  PIC X(02)  VALUE SPACES.
026000     02  DET-PERCENTUAL          PIC ZZZ9,9-.
026100     02  FILLER                  PIC X(02)  VALUE SPACES.
026200     02  DET-OBS                 PIC X(12).
026300     02  FILLER                  PIC X(01)  VALUE SPACE.
026400     02  DET-SEM-PRECO           PIC X(09).
026500
026600 01  LINHA-SUBTOTAL.
026700     02  FILLER                  PIC X(01)  VALUE SPACE.
026800     02  FILLER                  PIC X(08)  VALUE SPACES.
026900     02  FILLER                  PIC X(30)  VALUE
027000             "TOTAL DA CATEGORIA".
027100     02  FILLER                  PIC X(13)  VALUE SPACES.
027200     02  SUB-RECEITA             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
027300     02  FILLER                  PIC X(02)  VALUE SPACES.
027400     02  SUB-CUSTO               PIC ZZ.ZZZ.ZZZ.ZZ9,99.
027500     02  FILLER                  PIC X(02)  VALUE SPACES.
027600     02  SUB-MARGEM              PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
027700     02  FILLER                  PIC X(02)  VALUE SPACES.
027800     02  SUB-PERCENTUAL          PIC ZZZ9,9-.
027900
028000 01  LINHA-RODAPE-1.
028100     02  FILLER                  PIC X(01)  VALUE SPACE.
028200     02  FILLER                  PIC X(32)  VALUE
028300             "SAIDAS VALORIZADAS............:".
028400     02  ROD-MOVIMENTOS          PIC Z.ZZZ.ZZ9.
028500
028600 01  LINHA-RODAPE-2.
028700     02  FILLER                  PIC X(01)  VALUE SPACE.
028800     02  FILLER                  PIC X(32)  VALUE
028900             "SAIDAS SEM PRECO EM VIGOR.....:".
029000     02  ROD-SEM-PRECO           PIC Z.ZZZ.ZZ9.
029100
029200 01  LINHA-RODAPE-3.
029300     02  FILLER                  PIC X(01)  VALUE SPACE.
029400     02  FILLER                  PIC X(32)  VALUE
029500             "PRODUTOS ABAIXO DO CUSTO......:".
029600     02  ROD-ABAIXO              PIC Z.ZZZ.ZZ9.
029700
029800 01  LINHA-RODAPE-4.
029900     02  FILLER                  PIC X(01)  VALUE SPACE.
030000     02  FILLER                  PIC X(32)  VALUE
030100             "ARQUIVOS MOVAAMM.HST LIDOS....:".
030200     02  ROD-ARQUIVOS            PIC ZZ9.
030300
030400 01  LINHA-TOTAL.
030500     02  FILLER                  PIC X(01)  VALUE SPACE.
030600     02  FILLER                  PIC X(08)  VALUE SPACES.
030700     02  FILLER                  PIC X(30)  VALUE
030800             "TOTAL GERAL".
030900     02  FILLER                  PIC X(13)  VALUE SPACES.
031000     02  TOT-RECEITA             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
031100     02  FILLER                  PIC X(02)  VALUE SPACES.
031200     02  TOT-CUSTO               PIC ZZ.ZZZ.ZZZ.ZZ9,99.
031300     02  FILLER                  PIC X(02)  VALUE SPACES.
031400     02  TOT-MARGEM              PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
031500     02  FILLER                  PIC X(02)  VALUE SPACES.
031600     02  TOT-PERCENTUAL          PIC ZZZ9,9-.
031700
031800 PROCEDURE DIVISION.
031900
032000 0000-MAINLINE.
032100     PERFORM 1000-ABRIR-ARQUIVOS      THRU 1000-EXIT.
032200     PERFORM 2000-VARRER-ARQUIVOS     THRU 2000-EXIT.
032300     PERFORM 3000-LER-MOV-VIVOS       THRU 3000-EXIT.
032400     PERFORM 4000-CLASSIFICAR         THRU 4000-EXIT.
032500     PERFORM 5000-LISTAR-CATEGORIA    THRU 5000-EXIT.
032600     PERFORM 6000-IMPRIMIR-RODAPE     THRU 6000-EXIT.
032700     PERFORM 9000-ENCERRAR            THRU 9000-EXIT.
032800     GOBACK.
032900
033000******************************************************************
033100* LE A FAIXA DE PERIODOS DO CARTAO DE PARAMETRO, ABRE O
033200* HISTORICO DE PRECOS E O CADASTRO E IMPRIME O CABECALHO.
033300******************************************************************
033400 1000-ABRIR-ARQUIVOS.
033500     MOVE FUNCTION CURRENT-DATE TO WS-DATA-SISTEMA.
033600     DISPLAY "PRODMARG: INFORME O PERIODO INICIAL (AAAAMM)".
033700     ACCEPT WS-PERIODO-DE.
033800     DISPLAY "PRODMARG: INFORME O PERIODO FINAL (AAAAMM)".
033900     ACCEPT WS-PERIODO-ATE.
034000     IF WS-PERIODO-DE NOT NUMERIC
034050        OR WS-PERIODO-ATE NOT NUMERIC
034100        OR WS-DE-MES < 01 OR WS-DE-MES > 12
034150        OR WS-ATE-MES < 01 OR WS-ATE-MES > 12
034200        DISPLAY "PRODMARG: PERIODO INVALIDO - " WS-PERIODO-DE
034250                " " WS-PERIODO-ATE
034270        MOVE 8 TO RETURN-CODE
034300        GOBACK.
034400     COMPUTE WS-PERIODO-ATE-N = WS-ATE-ANO * 100 + WS-ATE-MES.
034500     IF WS-PERIODO-DE-N > WS-PERIODO-ATE-N
034600        DISPLAY "PRODMARG: PERIODO INICIAL MAIOR QUE O FINAL"
034650        MOVE 8 TO RETURN-CODE
034700        GOBACK.
034800     PERFORM 1100-LIMPAR-TABELA THRU 1100-EXIT
034900             VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 9999.
035000     OPEN INPUT PRECOHST.
035100     IF ARQST-PRECOHST NOT = "00"
035200        DISPLAY "PRODMARG: TABELA DE PRECOS AUSENTE - EXECUTE "
035300                "PRODPRE"
035400        GOBACK.
035500     OPEN INPUT PRODUTOS.
035600     IF ARQST-PRODUTOS NOT = "00"
035700        DISPLAY "PRODMARG: ERRO NA ABERTURA DE PRODUTOS.DAT - "
035800                ARQST-PRODUTOS
035900        CLOSE PRECOHST
036000        GOBACK.
036100     OPEN OUTPUT RELMARG.
036200     IF ARQST-RELMARG NOT = "00"
036300        DISPLAY "PRODMARG: ERRO NA ABERTURA DE PRODMARG.LST - "
036400                ARQST-RELMARG
036500        CLOSE PRECOHST
036600        CLOSE PRODUTOS
036700        GOBACK.
036800     MOVE WS-DIA-SIS TO CAB1-DIA.
036900     MOVE WS-MES-SIS TO CAB1-MES.
037000     MOVE WS-ANO-SIS TO CAB1-ANO.
037100     MOVE WS-DE-MES  TO PER-DE-MES.
037200     MOVE WS-DE-ANO  TO PER-DE-ANO.
037300     MOVE WS-ATE-MES TO PER-ATE-MES.
037400     MOVE WS-ATE-ANO TO PER-ATE-ANO.
037500     WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-1.
037600     WRITE LINHA-RELATORIO FROM LINHA-PERIODO.
037700 1000-EXIT.
037800     EXIT.
037900
038000 1100-LIMPAR-TABELA.
038100     MOVE ZERO TO WS-PRD-QTDE      (WS-SUB).
038200     MOVE ZERO TO WS-PRD-RECEITA   (WS-SUB).
038300     MOVE ZERO TO WS-PRD-CUSTO     (WS-SUB).
038400     MOVE ZERO TO WS-PRD-ABAIXO    (WS-SUB).
038500     MOVE ZERO TO WS-PRD-SEM-PRECO (WS-SUB).
038600 1100-EXIT.
038700     EXIT.
038800
038900******************************************************************
039000* VARRE OS ARQUIVOS MOVAAMM.HST DE CADA MES DA FAIXA. MES SEM
039100* ARQUIVO (AINDA NAO FECHADO OU FORA DO CICLO) E SIMPLESMENTE
039200* PULADO; OS MOVIMENTOS DELE, SE AINDA VIVOS, SAEM DE
039300* PRODMOV.DAT NA ETAPA SEGUINTE.
039400******************************************************************
039500 2000-VARRER-ARQUIVOS.
039600     MOVE WS-PERIODO-DE TO WS-PERIODO-VARRE.
039700     PERFORM 2100-LER-UM-ARQUIVO THRU 2100-EXIT
039800             UNTIL WS-PERIODO-VARRE-N > WS-PERIODO-ATE-N.
039900 2000-EXIT.
040000     EXIT.
040100
040200 2100-LER-UM-ARQUIVO.
040300     STRING "MOV"             DELIMITED BY SIZE
040400            WS-PERIODO-VARRE  DELIMITED BY SIZE
040500            ".HST"            DELIMITED BY SIZE
040600            INTO WS-NOME-MOVARQ.
040700     OPEN INPUT MOVARQ.
040800     IF ARQST-MOVARQ = "00"
040900        ADD 1 TO WS-QTDE-ARQUIVOS
041000        MOVE "N" TO WS-FIM-MOVARQ
041100        PERFORM 2300-LER-MOVARQ THRU 2300-EXIT
041200        PERFORM 2200-ACUMULAR-ARQUIVO THRU 2200-EXIT
041300                UNTIL FIM-MOVARQ
041400        CLOSE MOVARQ.
041500     IF WS-VAR-MES = 12
041600        ADD 1 TO WS-VAR-ANO
041700        MOVE 01 TO WS-VAR-MES
041800     ELSE
041900        ADD 1 TO WS-VAR-MES.
042000 2100-EXIT.
042100     EXIT.
042200
042300 2200-ACUMULAR-ARQUIVO.
042400     MOVE REG-ARQMOV TO REG-MOV.
042500     PERFORM 3500-ACUMULAR-REGISTRO THRU 3500-EXIT.
042600     PERFORM 2300-LER-MOVARQ THRU 2300-EXIT.
042700 2200-EXIT.
042800     EXIT.
042900
043000 2300-LER-MOVARQ.
043100     READ MOVARQ NEXT RECORD
043200          AT END MOVE "S" TO WS-FIM-MOVARQ.
043300 2300-EXIT.
043400     EXIT.
043500
043600******************************************************************
043700* MOVIMENTOS AINDA VIVOS EM PRODMOV.DAT: SO ENTRAM OS DO
043800* INTERVALO PEDIDO.
043900******************************************************************
044000 3000-LER-MOV-VIVOS.
044100     OPEN INPUT PRODMOV.
044200     IF ARQST-PRODMOV NOT = "00"
044300        GO TO 3000-EXIT.
044400     MOVE "N" TO WS-FIM-PRODMOV.
044500     PERFORM 3100-LER-PRODMOV THRU 3100-EXIT.
044600     PERFORM 3200-ACUMULAR-VIVO THRU 3200-EXIT
044700             UNTIL FIM-PRODMOV.
044800     CLOSE PRODMOV.
044900 3000-EXIT.
045000     EXIT.
045100
045200 3100-LER-PRODMOV.
045300     READ PRODMOV NEXT RECORD
045400          AT END MOVE "S" TO WS-FIM-PRODMOV.
045500 3100-EXIT.
045600     EXIT.
045700
045800 3200-ACUMULAR-VIVO.
045900     PERFORM 3500-ACUMULAR-REGISTRO THRU 3500-EXIT.
046000     PERFORM 3100-LER-PRODMOV THRU 3100-EXIT.
046100 3200-EXIT.
046200     EXIT.
046300
046400******************************************************************
046500* ACUMULA A SAIDA CORRENTE NO PRODUTO DELA, SE A DATA CAIR NA
046600* FAIXA PEDIDA: RECEITA PELO PRECO EM VIGOR NA DATA E CUSTO
046700* PELO CUSTO DO MOVIMENTO. ENTRADAS, TRANSFERENCIAS E PARES
046800* ESTORNADOS FICAM DE FORA, ASSIM COMO OS MOVIMENTOS DE KIT
046850* (MONTAGEM E DESMONTAGEM NAO SAO VENDA).
046900******************************************************************
047000 3500-ACUMULAR-REGISTRO.
047010     IF MOV-MOTIVO-KIT
047020        GO TO 3500-EXIT.
047100     IF NOT MOV-SAIDA
047200        GO TO 3500-EXIT.
047300     IF MOV-ESTORNADO OR MOV-DE-ESTORNO
047400        GO TO 3500-EXIT.
047500     COMPUTE WS-PERIODO-MOV = MOV-ANO * 100 + MOV-MES.
047600     IF WS-PERIODO-MOV < WS-PERIODO-DE-N
047700        OR WS-PERIODO-MOV > WS-PERIODO-ATE-N
047800        GO TO 3500-EXIT.
047900     IF MOV-CODIGO = ZERO
048000        GO TO 3500-EXIT.
048100     MOVE MOV-DATA TO WS-DATA-MOV.
048200     PERFORM 3600-BUSCAR-PRECO THRU 3600-EXIT.
048300     IF NOT ACHOU-PRECO
048400        ADD 1 TO WS-QTDE-SEM-PRECO
048500        ADD MOV-QUANTIDADE TO WS-PRD-SEM-PRECO (MOV-CODIGO)
048600        GO TO 3500-EXIT.
048700     ADD 1 TO WS-QTDE-MOVIMENTOS.
048800     ADD MOV-QUANTIDADE TO WS-PRD-QTDE (MOV-CODIGO).
048900     COMPUTE WS-PRD-RECEITA (MOV-CODIGO)
049000           = WS-PRD-RECEITA (MOV-CODIGO)
049100           + MOV-QUANTIDADE * WS-PRECO-MOV.
049200     COMPUTE WS-PRD-CUSTO (MOV-CODIGO)
049300           = WS-PRD-CUSTO (MOV-CODIGO)
049400           + MOV-QUANTIDADE * MOV-UNITARIO.
049500     IF WS-PRECO-MOV < MOV-UNITARIO
049600        ADD 1 TO WS-PRD-ABAIXO (MOV-CODIGO).
049700 3500-EXIT.
049800     EXIT.
049900
050000******************************************************************
050100* PRECO EM VIGOR NA DATA DO MOVIMENTO: O DE MAIOR VIGENCIA QUE
050200* NAO PASSA DA DATA. COMO AS SAIDAS DE UM MESMO PRODUTO E DIA
050300* COSTUMAM VIR SEGUIDAS, A ULTIMA CONSULTA FICA GUARDADA.
050400******************************************************************
050500 3600-BUSCAR-PRECO.
050600     IF MOV-CODIGO = WS-ULT-CODIGO
050700        AND WS-DATA-MOV = WS-ULT-DATA
050800        MOVE WS-ULT-ACHOU TO WS-ACHOU-PRECO
050900        MOVE WS-ULT-PRECO TO WS-PRECO-MOV
051000        GO TO 3600-EXIT.
051100     MOVE "N"  TO WS-ACHOU-PRECO.
051200     MOVE "N"  TO WS-FIM-PHST.
051300     MOVE ZERO TO WS-PRECO-MOV.
051400     MOVE MOV-CODIGO TO PHST-CODIGO.
051500     MOVE ZERO       TO PHST-VIGENCIA.
051600     START PRECOHST KEY IS NOT LESS THAN PHST-CHAVE
051700           INVALID KEY MOVE "S" TO WS-FIM-PHST.
051800     PERFORM 3700-LER-PRECOHST THRU 3700-EXIT
051900             UNTIL FIM-PHST.
052000     MOVE MOV-CODIGO     TO WS-ULT-CODIGO.
052100     MOVE WS-DATA-MOV    TO WS-ULT-DATA.
052200     MOVE WS-ACHOU-PRECO TO WS-ULT-ACHOU.
052300     MOVE WS-PRECO-MOV   TO WS-ULT-PRECO.
052400 3600-EXIT.
052500     EXIT.
052600
052700 3700-LER-PRECOHST.
052800     READ PRECOHST NEXT RECORD
052900          AT END MOVE "S" TO WS-FIM-PHST.
053000     IF FIM-PHST
053100        GO TO 3700-EXIT.
053200     IF PHST-CODIGO NOT = MOV-CODIGO
053300        OR PHST-VIGENCIA > WS-DATA-MOV
053400        MOVE "S" TO WS-FIM-PHST
053500     ELSE
053600        MOVE "S"        TO WS-ACHOU-PRECO
053700        MOVE PHST-PRECO TO WS-PRECO-MOV.
053800 3700-EXIT.
053900     EXIT.
054000
054100******************************************************************
054200* CLASSIFICA OS PRODUTOS MOVIMENTADOS POR CATEGORIA E CODIGO,
054300* COM NOME E CATEGORIA DO CADASTRO, DEIXANDO O RESULTADO NO
054400* ARQUIVO DE TRABALHO.
054500******************************************************************
054600 4000-CLASSIFICAR.
054700     SORT CLASSIF
054800          ON ASCENDING KEY SRT-CATEGORIA
054900                           SRT-CODIGO
055000          INPUT PROCEDURE IS 4100-SELECIONAR-PRODUTOS
055100                          THRU 4100-EXIT
055200          GIVING MARGTRAB.
055300 4000-EXIT.
055400     EXIT.
055500
055600 4100-SELECIONAR-PRODUTOS.
055700     PERFORM 4200-LIBERAR-PRODUTO THRU 4200-EXIT
055800             VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 9999.
055900 4100-EXIT.
056000     EXIT.
056100
056200 4200-LIBERAR-PRODUTO.
056300     IF WS-PRD-QTDE (WS-SUB) = ZERO
056400        AND WS-PRD-SEM-PRECO (WS-SUB) = ZERO
056500        GO TO 4200-EXIT.
056600     MOVE WS-SUB TO CODIGO.
056700     READ PRODUTOS
056800          INVALID KEY
056900             MOVE "*** CODIGO SEM CADASTRO ***" TO NOME
057000             MOVE ZERO TO CATEGORIA
057100     END-READ.
057200     MOVE CATEGORIA                  TO SRT-CATEGORIA.
057300     MOVE WS-SUB                     TO SRT-CODIGO.
057400     MOVE NOME                       TO SRT-NOME.
057500     MOVE WS-PRD-QTDE      (WS-SUB)  TO SRT-QTDE.
057600     MOVE WS-PRD-RECEITA   (WS-SUB)  TO SRT-RECEITA.
057700     MOVE WS-PRD-CUSTO     (WS-SUB)  TO SRT-CUSTO.
057800     MOVE WS-PRD-ABAIXO    (WS-SUB)  TO SRT-ABAIXO.
057900     MOVE WS-PRD-SEM-PRECO (WS-SUB)  TO SRT-SEM-PRECO.
058000     RELEASE REG-SORT.
058100 4200-EXIT.
058200     EXIT.
058300
058400******************************************************************
058500* LISTA OS PRODUTOS COM QUEBRA POR CATEGORIA E SUBTOTAL DE
058600* RECEITA, CUSTO E MARGEM AO FINAL DE CADA UMA.
058700******************************************************************
058800 5000-LISTAR-CATEGORIA.
058900     OPEN INPUT MARGTRAB.
059000     IF ARQST-MARGTRAB NOT = "00"
059100        DISPLAY "PRODMARG: ERRO NA ABERTURA DE PRODMARG.TMP - "
059200                ARQST-MARGTRAB
059300        PERFORM 9000-ENCERRAR THRU 9000-EXIT
059400        GOBACK.
059500     MOVE "N"  TO WS-FIM-TRAB.
059600     PERFORM 5100-LER-TRAB THRU 5100-EXIT.
059700     PERFORM 5200-LISTAR-PRODUTO THRU 5200-EXIT
059800             UNTIL FIM-TRAB.
059900     IF WS-QTDE-PRODUTOS > ZERO
060000        PERFORM 5400-IMPRIMIR-SUBTOTAL THRU 5400-EXIT.
060100     CLOSE MARGTRAB.
060200 5000-EXIT.
060300     EXIT.
060400
060500 5100-LER-TRAB.
060600     READ MARGTRAB NEXT RECORD
060700          AT END MOVE "S" TO WS-FIM-TRAB.
060800 5100-EXIT.
060900     EXIT.
061000
061100 5200-LISTAR-PRODUTO.
061200     IF TRB-CATEGORIA NOT = WS-CATEGORIA-ATUAL
061300        OR WS-QTDE-PRODUTOS = ZERO
061400        IF WS-QTDE-PRODUTOS > ZERO
061500           PERFORM 5400-IMPRIMIR-SUBTOTAL THRU 5400-EXIT
061600        END-IF
061700        PERFORM 5300-INICIAR-CATEGORIA THRU 5300-EXIT.
061800     ADD 1 TO WS-QTDE-PRODUTOS.
061900     COMPUTE WS-MARGEM = TRB-RECEITA - TRB-CUSTO.
062000     IF TRB-RECEITA > ZERO
062100        COMPUTE WS-PERCENTUAL ROUNDED
062200              = WS-MARGEM * 100 / TRB-RECEITA
062300     ELSE
062400        MOVE ZERO TO WS-PERCENTUAL.
062500     MOVE TRB-CODIGO     TO DET-CODIGO.
062600     MOVE TRB-NOME       TO DET-NOME.
062700     MOVE TRB-QTDE       TO DET-QTDE.
062800     MOVE TRB-RECEITA    TO DET-RECEITA.
062900     MOVE TRB-CUSTO      TO DET-CUSTO.
063000     MOVE WS-MARGEM      TO DET-MARGEM.
063100     MOVE WS-PERCENTUAL  TO DET-PERCENTUAL.
063200     MOVE SPACES         TO DET-OBS.
063300     MOVE SPACES         TO DET-SEM-PRECO.
063400     IF TRB-ABAIXO > ZERO OR WS-MARGEM < ZERO
063500        MOVE "ABAIXO CUSTO" TO DET-OBS
063600        ADD 1 TO WS-QTDE-ABAIXO.
063700     IF TRB-SEM-PRECO > ZERO
063800        MOVE "SEM PRECO" TO DET-SEM-PRECO.
063900     WRITE LINHA-RELATORIO FROM LINHA-DETALHE.
064000     ADD TRB-RECEITA TO WS-CAT-RECEITA.
064100     ADD TRB-CUSTO   TO WS-CAT-CUSTO.
064200     ADD TRB-RECEITA TO WS-TOT-RECEITA.
064300     ADD TRB-CUSTO   TO WS-TOT-CUSTO.
064400     PERFORM 5100-LER-TRAB THRU 5100-EXIT.
064500 5200-EXIT.
064600     EXIT.
064700
064800******************************************************************
064900* QUEBRA DE CATEGORIA: IMPRIME A CATEGORIA E A LINHA DE COLUNAS.
065000******************************************************************
065100 5300-INICIAR-CATEGORIA.
065200     MOVE TRB-CATEGORIA TO WS-CATEGORIA-ATUAL.
065300     MOVE ZERO TO WS-CAT-RECEITA.
065400     MOVE ZERO TO WS-CAT-CUSTO.
065500     MOVE WS-CATEGORIA-ATUAL TO CAT-DET-CODIGO.
065600     WRITE LINHA-RELATORIO FROM SPACES.
065700     WRITE LINHA-RELATORIO FROM LINHA-CATEGORIA.
065800     WRITE LINHA-RELATORIO FROM SPACES.
065900     WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-2.
066000     WRITE LINHA-RELATORIO FROM SPACES.
066100 5300-EXIT.
066200     EXIT.
066300
066400 5400-IMPRIMIR-SUBTOTAL.
066500     COMPUTE WS-MARGEM = WS-CAT-RECEITA - WS-CAT-CUSTO.
066600     IF WS-CAT-RECEITA > ZERO
066700        COMPUTE WS-PERCENTUAL ROUNDED
066800              = WS-MARGEM * 100 / WS-CAT-RECEITA
066900     ELSE
067000        MOVE ZERO TO WS-PERCENTUAL.
067100     MOVE WS-CAT-RECEITA TO SUB-RECEITA.
067200     MOVE WS-CAT-CUSTO   TO SUB-CUSTO.
067300     MOVE WS-MARGEM      TO SUB-MARGEM.
067400     MOVE WS-PERCENTUAL  TO SUB-PERCENTUAL.
067500     WRITE LINHA-RELATORIO FROM SPACES.
067600     WRITE LINHA-RELATORIO FROM LINHA-SUBTOTAL.
067700 5400-EXIT.
067800     EXIT.
067900
068000******************************************************************
068100* IMPRIME O TOTAL GERAL E OS CONTADORES DA APURACAO.
068200******************************************************************
068300 6000-IMPRIMIR-RODAPE.
068400     COMPUTE WS-MARGEM = WS-TOT-RECEITA - WS-TOT-CUSTO.
068500     IF WS-TOT-RECEITA > ZERO
068600        COMPUTE WS-PERCENTUAL ROUNDED
068700              = WS-MARGEM * 100 / WS-TOT-RECEITA
068800     ELSE
068900        MOVE ZERO TO WS-PERCENTUAL.
069000     MOVE WS-TOT-RECEITA     TO TOT-RECEITA.
069100     MOVE WS-TOT-CUSTO       TO TOT-CUSTO.
069200     MOVE WS-MARGEM          TO TOT-MARGEM.
069300     MOVE WS-PERCENTUAL      TO TOT-PERCENTUAL.
069400     MOVE WS-QTDE-MOVIMENTOS TO ROD-MOVIMENTOS.
069500     MOVE WS-QTDE-SEM-PRECO  TO ROD-SEM-PRECO.
069600     MOVE WS-QTDE-ABAIXO     TO ROD-ABAIXO.
069700     MOVE WS-QTDE-ARQUIVOS   TO ROD-ARQUIVOS.
069800     WRITE LINHA-RELATORIO FROM SPACES.
069900     WRITE LINHA-RELATORIO FROM LINHA-TOTAL.
070000     WRITE LINHA-RELATORIO FROM SPACES.
070100     WRITE LINHA-RELATORIO FROM LINHA-RODAPE-1.
070200     WRITE LINHA-RELATORIO FROM LINHA-RODAPE-2.
070300     WRITE LINHA-RELATORIO FROM LINHA-RODAPE-3.
070400     WRITE LINHA-RELATORIO FROM LINHA-RODAPE-4.
070500 6000-EXIT.
070600     EXIT.
070700
070800******************************************************************
070900* FECHA OS ARQUIVOS ABERTOS PELO PROGRAMA.
071000******************************************************************
071100 9000-ENCERRAR.
071200     CLOSE PRECOHST.
071300     CLOSE PRODUTOS.
071400     CLOSE RELMARG.
071500 9000-EXIT.
071600     EXIT.
