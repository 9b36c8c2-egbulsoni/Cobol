000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PRODPURG.
000300 AUTHOR.        CPD - CONTROLE DE ESTOQUE.
000400 INSTALLATION.  DEPTO DE PROCESSAMENTO DE DADOS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800* HISTORICO DE ALTERACOES
000900******************************************************************
001000* DATA        AUTOR   DESCRICAO
001100* 15/10/2026   CPD     PROGRAMA ORIGINAL - EXPURGO DOS PRODUTOS
001200*                      DESCONTINUADOS. PEDE NO CONSOLE OS MESES
001300*                      SEM MOVIMENTO EXIGIDOS E SELECIONA OS
001400*                      PRODUTOS DE SITUACAO D COM ESTOQUE ZERO,
001500*                      SEM SALDO EM SALDOLOC.DAT, SEM PEDIDO DE
001600*                      COMPRA ABERTO, SEM REQUISICAO EM ABERTO,
001700*                      FORA DE QUALQUER ESTRUTURA DE KIT E SEM
001800*                      MOVIMENTO EM PRODMOV.DAT NEM NOS
001900*                      MOVAAMM.HST DA JANELA. CONFIRMADO O
002000*                      EXPURGO, CADA SELECIONADO E GRAVADO NO
002100*                      ARQUIVO DATADO PURGAAAAMMDD.ARQ E SAI DE
002200*                      PRODUTOS.DAT, JUNTO COM OS SEUS REGISTROS
002300*                      ZERADOS DE SALDOLOC.DAT. O RELATORIO
002400*                      PRODPURG.LST LISTA CADA DESCONTINUADO COMO
002500*                      EXPURGADO OU MANTIDO, COM O MOTIVO.
002510*                      COM O PRODUTO SAEM TAMBEM OS SEUS LOTES
002520*                      (LOTES.DAT), O PRECO VIGENTE (PRECOS.DAT) E
002530*                      O PLANO DE CONTAGEM CICLICA (CONTCICL.DAT),
002540*                      E CADA CODIGO EXPURGADO FICA REGISTRADO NA
002550*                      TRILHA DE AUDITORIA PRODLOG.DAT.
002600******************************************************************
002700
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT PRODUTOS ASSIGN TO DISK
003400            ORGANIZATION INDEXED
003500            ACCESS MODE DYNAMIC
003600            RECORD KEY IS CODIGO
003700            FILE STATUS IS ARQST-PRODUTOS.
003800
003900     SELECT SALDOLOC ASSIGN TO DISK
004000            ORGANIZATION INDEXED
004100            ACCESS MODE DYNAMIC
004200            RECORD KEY IS SLOC-CHAVE
004300            FILE STATUS IS ARQST-SALDOLOC.
004400
004500     SELECT PEDIDOS ASSIGN TO DISK
004600            ORGANIZATION INDEXED
004700            ACCESS MODE SEQUENTIAL
004800            RECORD KEY IS PED-NUMERO
004900            FILE STATUS IS ARQST-PEDIDOS.
005000
005100     SELECT REQUISIC ASSIGN TO DISK
005200            ORGANIZATION INDEXED
005300            ACCESS MODE SEQUENTIAL
005400            RECORD KEY IS REQ-CHAVE
005500            FILE STATUS IS ARQST-REQUISIC.
005600
005700     SELECT KITS ASSIGN TO DISK
005800            ORGANIZATION INDEXED
005900            ACCESS MODE SEQUENTIAL
006000            RECORD KEY IS KIT-CHAVE
006100            FILE STATUS IS ARQST-KITS.
006200
006300     SELECT PRODMOV ASSIGN TO DISK
006400            ORGANIZATION SEQUENTIAL
006500            ACCESS MODE SEQUENTIAL
006600            FILE STATUS IS ARQST-PRODMOV.
006700
006800     SELECT MOVARQ ASSIGN TO DISK
006900            ORGANIZATION SEQUENTIAL
007000            ACCESS MODE SEQUENTIAL
007100            FILE STATUS IS ARQST-MOVARQ.
007200
007300     SELECT PURGARQ ASSIGN TO DISK
007400            ORGANIZATION SEQUENTIAL
007500            ACCESS MODE SEQUENTIAL
007600            FILE STATUS IS ARQST-PURGARQ.
007700
007710     SELECT LOTES ASSIGN TO DISK
007715            ORGANIZATION INDEXED
007720            ACCESS MODE DYNAMIC
007725            RECORD KEY IS LOTE-CHAVE
007730            FILE STATUS IS ARQST-LOTES.
007735
007740     SELECT PRECOS ASSIGN TO DISK
007745            ORGANIZATION INDEXED
007750            ACCESS MODE DYNAMIC
007755            RECORD KEY IS PRC-CODIGO
007760            FILE STATUS IS ARQST-PRECOS.
007765
007770     SELECT CONTCICL ASSIGN TO DISK
007775            ORGANIZATION INDEXED
007780            ACCESS MODE DYNAMIC
007785            RECORD KEY IS CCIC-CHAVE
007790            FILE STATUS IS ARQST-CONTCICL.
007792
007794     SELECT PRODLOG ASSIGN TO DISK
007795            ORGANIZATION SEQUENTIAL
007796            ACCESS MODE SEQUENTIAL
007797            FILE STATUS IS ARQST-PRODLOG.
007798
007800     SELECT RELPURG ASSIGN TO PRINTER
007900            ORGANIZATION LINE SEQUENTIAL
008000            FILE STATUS IS ARQST-RELPURG.
008100
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  PRODUTOS LABEL RECORD STANDARD
008500     VALUE OF FILE-ID IS "PRODUTOS.DAT".
008600     COPY PRODUTOS.
008700
008800 FD  SALDOLOC LABEL RECORD STANDARD
008900     VALUE OF FILE-ID IS "SALDOLOC.DAT".
009000     COPY SALDOLOC.
009100
009200 FD  PEDIDOS LABEL RECORD STANDARD
009300     VALUE OF FILE-ID IS "PEDIDOS.DAT".
009400     COPY PEDIDOS.
009500
009600 FD  REQUISIC LABEL RECORD STANDARD
009700     VALUE OF FILE-ID IS "REQUISIC.DAT".
009800     COPY REQUIS.
009900
010000 FD  KITS LABEL RECORD STANDARD
010100     VALUE OF FILE-ID IS "KITS.DAT".
010200     COPY KITS.
010300
010400 FD  PRODMOV LABEL RECORD STANDARD
010500     VALUE OF FILE-ID IS "PRODMOV.DAT".
010600     COPY PRODMOV.
010700
010800 FD  MOVARQ LABEL RECORD STANDARD
010900     DATA RECORD IS REG-ARQMOV
011000     VALUE OF FILE-ID IS WS-NOME-MOVARQ.
011100 01  REG-ARQMOV                  PIC X(82).
011200
011300******************************************************************
011400* ARQUIVO DO EXPURGO: O REGISTRO DO CADASTRO COMO ESTAVA NA HORA
011500* DA EXCLUSAO, PRECEDIDO DA DATA DO EXPURGO. UM ARQUIVO POR DIA;
011600* NOVA EXECUCAO NO MESMO DIA ACRESCENTA AO FINAL.
011700******************************************************************
011800 FD  PURGARQ LABEL RECORD STANDARD
011900     DATA RECORD IS REG-PURGA
012000     VALUE OF FILE-ID IS WS-NOME-PURGARQ.
012100 01  REG-PURGA.
012200     02  PRG-DATA-EXPURGO        PIC 9(08).
012300     02  PRG-REG-PROD            PIC X(64).
012400
012410 FD  LOTES LABEL RECORD STANDARD
012420     VALUE OF FILE-ID IS "LOTES.DAT".
012430     COPY LOTES.
012440
012450 FD  PRECOS LABEL RECORD STANDARD
012460     VALUE OF FILE-ID IS "PRECOS.DAT".
012470     COPY PRECOS.
012480
012482 FD  CONTCICL LABEL RECORD STANDARD
012484     VALUE OF FILE-ID IS "CONTCICL.DAT".
012486     COPY CONTCICL.
012488
012490 FD  PRODLOG LABEL RECORD STANDARD
012492     VALUE OF FILE-ID IS "PRODLOG.DAT".
012494     COPY PRODLOG.
012496
012500 FD  RELPURG LABEL RECORD STANDARD
012600     VALUE OF FILE-ID IS "PRODPURG.LST".
012700 01  LINHA-RELATORIO             PIC X(132).
012800
012900 WORKING-STORAGE SECTION.
013000 01  ARQST-PRODUTOS              PIC X(02).
013100 01  ARQST-SALDOLOC              PIC X(02).
013200 01  ARQST-PEDIDOS               PIC X(02).
013300 01  ARQST-REQUISIC              PIC X(02).
013400 01  ARQST-KITS                  PIC X(02).
013500 01  ARQST-PRODMOV               PIC X(02).
013600 01  ARQST-MOVARQ                PIC X(02).
013700 01  ARQST-PURGARQ               PIC X(02).
013800 01  ARQST-RELPURG               PIC X(02).
013810 01  ARQST-LOTES                 PIC X(02).
013820 01  ARQST-PRECOS                PIC X(02).
013830 01  ARQST-CONTCICL              PIC X(02).
013840 01  ARQST-PRODLOG               PIC X(02).
013900
014000 01  WS-SWITCHES.
014100     02  WS-FIM-PRODUTOS         PIC X(01) VALUE "N".
014200         88  FIM-PRODUTOS                  VALUE "S".
014300     02  WS-FIM-SALDOLOC         PIC X(01) VALUE "N".
014400         88  FIM-SALDOLOC                  VALUE "S".
014500     02  WS-FIM-PEDIDOS          PIC X(01) VALUE "N".
014600         88  FIM-PEDIDOS                   VALUE "S".
014700     02  WS-FIM-REQUISIC         PIC X(01) VALUE "N".
014800         88  FIM-REQUISIC                  VALUE "S".
014900     02  WS-FIM-KITS             PIC X(01) VALUE "N".
015000         88  FIM-KITS                      VALUE "S".
015100     02  WS-FIM-PRODMOV          PIC X(01) VALUE "N".
015200         88  FIM-PRODMOV                   VALUE "S".
015300     02  WS-FIM-MOVARQ           PIC X(01) VALUE "N".
015400         88  FIM-MOVARQ                    VALUE "S".
015500     02  WS-TEM-SALDOLOC         PIC X(01) VALUE "N".
015600         88  TEM-SALDOLOC                  VALUE "S".
015610     02  WS-TEM-LOTES            PIC X(01) VALUE "N".
015620         88  TEM-LOTES                     VALUE "S".
015630     02  WS-TEM-PRECOS           PIC X(01) VALUE "N".
015640         88  TEM-PRECOS                    VALUE "S".
015650     02  WS-TEM-CONTCICL         PIC X(01) VALUE "N".
015660         88  TEM-CONTCICL                  VALUE "S".
015670     02  WS-FIM-LOTES            PIC X(01) VALUE "N".
015680         88  FIM-LOTES                     VALUE "S".
015690     02  WS-FIM-CONTCICL         PIC X(01) VALUE "N".
015695         88  FIM-CONTCICL                  VALUE "S".
015700     02  WS-HOUVE-ERRO           PIC X(01) VALUE "N".
015800         88  HOUVE-ERRO                    VALUE "S".
015900     02  WS-CONFIRMA             PIC X(01) VALUE "N".
016000         88  CONFIRMADO                    VALUE "S" "s".
016100
016200 01  WS-CONTADORES.
016300     02  WS-QTDE-DESCONT         PIC 9(05) COMP VALUE ZERO.
016400     02  WS-QTDE-ELEGIVEIS       PIC 9(05) COMP VALUE ZERO.
016500     02  WS-QTDE-EXPURGADOS      PIC 9(05) COMP VALUE ZERO.
016600     02  WS-QTDE-MANTIDOS        PIC 9(05) COMP VALUE ZERO.
016700     02  WS-QTDE-LOCAIS-EXCL     PIC 9(05) COMP VALUE ZERO.
016710     02  WS-QTDE-LOTES-EXCL      PIC 9(05) COMP VALUE ZERO.
016720     02  WS-QTDE-PRECOS-EXCL     PIC 9(05) COMP VALUE ZERO.
016730     02  WS-QTDE-CICLOS-EXCL     PIC 9(05) COMP VALUE ZERO.
016800     02  WS-QTDE-ARQUIVOS        PIC 9(03) COMP VALUE ZERO.
016900
017000 01  WS-MESES-SEM-MOV            PIC 9(02) VALUE ZERO.
017100
017200 01  WS-DATA-SISTEMA.
017300     02  WS-ANO-SIS              PIC 9(04).
017400     02  WS-MES-SIS              PIC 9(02).
017500     02  WS-DIA-SIS              PIC 9(02).
017600 01  WS-DATA-SISTEMA-N REDEFINES WS-DATA-SISTEMA PIC 9(08).
017700
017800******************************************************************
017900* JANELA SEM MOVIMENTO: OS N MESES QUE TERMINAM NO MES CORRENTE.
018000******************************************************************
018100 01  WS-PERIODO-DE.
018200     02  WS-DE-ANO               PIC 9(04).
018300     02  WS-DE-MES               PIC 9(02).
018400
018500 01  WS-PERIODO-ATE-N            PIC 9(06) VALUE ZERO.
018600
018700 01  WS-PERIODO-VARRE.
018800     02  WS-VAR-ANO              PIC 9(04).
018900     02  WS-VAR-MES              PIC 9(02).
019000 01  WS-PERIODO-VARRE-N REDEFINES WS-PERIODO-VARRE PIC 9(06).
019100
019200 01  WS-NOME-MOVARQ              PIC X(13).
019300 01  WS-NOME-PURGARQ             PIC X(16).
019400 01  WS-SUB                      PIC 9(05) COMP VALUE ZERO.
019500 01  WS-MES-RECUA                PIC 9(03) COMP VALUE ZERO.
019600
019700******************************************************************
019800* SITUACAO DE CADA CODIGO DE PRODUTO (O PROPRIO CODIGO E O
019900* INDICE). WS-PRG-MOTIVO GUARDA O PRIMEIRO MOTIVO QUE SEGURA O
020000* PRODUTO NO CADASTRO; ZERO QUER DIZER QUE PODE SER EXPURGADO.
020100******************************************************************
020200 01  WS-TABELA-PURGA.
020300     02  WS-PRG-ITEM OCCURS 9999 TIMES.
020400         03  WS-PRG-DESCONT      PIC X(01).
020500         03  WS-PRG-QTDADE       PIC 9(04).
020600         03  WS-PRG-SALDO-LOCAL  PIC 9(07) COMP.
020700         03  WS-PRG-PEDIDO       PIC X(01).
020800         03  WS-PRG-REQUISICAO   PIC X(01).
020900         03  WS-PRG-KIT          PIC X(01).
021000         03  WS-PRG-MOVIMENTO    PIC X(01).
021100         03  WS-PRG-MOTIVO       PIC 9(01).
021200
021300******************************************************************
021400* TEXTOS DOS MOTIVOS DE PERMANENCIA, NA ORDEM DE CONFERENCIA.
021500* O MOTIVO 7 E O DO EXPURGO NAO CONFIRMADO NO CONSOLE.
021600******************************************************************
021700 01  WS-TEXTOS-MOTIVO.
021800     02  FILLER                  PIC X(36)  VALUE
021900             "ESTOQUE DIFERENTE DE ZERO".
022000     02  FILLER                  PIC X(36)  VALUE
022100             "SALDO EM LOCAL (SALDOLOC.DAT)".
022200     02  FILLER                  PIC X(36)  VALUE
022300             "PEDIDO DE COMPRA ABERTO".
022400     02  FILLER                  PIC X(36)  VALUE
022500             "REQUISICAO DE MATERIAL EM ABERTO".
022600     02  FILLER                  PIC X(36)  VALUE
022700             "KIT OU COMPONENTE DE KIT".
022800     02  FILLER                  PIC X(36)  VALUE
022900             "MOVIMENTO DENTRO DA JANELA".
023000     02  FILLER                  PIC X(36)  VALUE
023100             "EXPURGO NAO CONFIRMADO".
023200 01  WS-TABELA-MOTIVO REDEFINES WS-TEXTOS-MOTIVO.
023300     02  WS-TEXTO-MOTIVO OCCURS 7 TIMES PIC X(36).
023400
023500 01  LINHA-CABECALHO-1.
023600     02  FILLER                  PIC X(01)  VALUE SPACE.
023700     02  FILLER                  PIC X(23)  VALUE
023800             "CONTROLE DE MERCADORIAS".
023900     02  FILLER                  PIC X(30)  VALUE
024000             "EXPURGO DE DESCONTINUADOS".
024100     02  FILLER                  PIC X(10)  VALUE "DATA:".
024200     02  CAB1-DIA                PIC 99/.
024300     02  CAB1-MES                PIC 99/.
024400     02  CAB1-ANO                PIC 9999.
024500
024600 01  LINHA-PARAMETROS.
024700     02  FILLER                  PIC X(01)  VALUE SPACE.
024800     02  FILLER                  PIC X(21)  VALUE
024900             "MESES SEM MOVIMENTO:".
025000     02  PAR-MESES               PIC Z9.
025100     02  FILLER                  PIC X(12)  VALUE
025200             "  ARQUIVO:".
025300     02  PAR-ARQUIVO             PIC X(16).
025400
025500 01  LINHA-CABECALHO-2.
025600     02  FILLER                  PIC X(01)  VALUE SPACE.
025700     02  FILLER                  PIC X(06)  VALUE "CODIGO".
025800     02  FILLER                  PIC X(04)  VALUE SPACES.
025900     02  FILLER                PIC X(30)  VALUE "NOME DO PRODUTO".
026000     02  FILLER                  PIC X(02)  VALUE SPACES.
026100     02  FILLER                  PIC X(10)  VALUE "DECISAO".
026200     02  FILLER                  PIC X(02)  VALUE SPACES.
026300     02  FILLER                  PIC X(36)  VALUE "MOTIVO".
026400
026500 01  LINHA-DETALHE.
026600     02  FILLER                  PIC X(01)  VALUE SPACE.
026700     02  DET-CODIGO              PIC ZZZ9.
026800     02  FILLER                  PIC X(06)  VALUE SPACES.
026900     02  DET-NOME                PIC X(30).
027000     02  FILLER                  PIC X(02)  VALUE SPACES.
027100     02  DET-DECISAO             PIC X(10).
027200     02  FILLER                  PIC X(02)  VALUE SPACES.
027300     02  DET-MOTIVO              PIC X(36).
027400
027500 01  LINHA-RODAPE-1.
027600     02  FILLER                  PIC X(01)  VALUE SPACE.
027700     02  FILLER                  PIC X(32)  VALUE
027800             "PRODUTOS DESCONTINUADOS.......:".
027900     02  ROD-DESCONT             PIC ZZ.ZZ9.
028000
028100 01  LINHA-RODAPE-2.
028200     02  FILLER                  PIC X(01)  VALUE SPACE.
028300     02  FILLER                  PIC X(32)  VALUE
028400             "PRODUTOS EXPURGADOS...........:".
028500     02  ROD-EXPURGADOS          PIC ZZ.ZZ9.
028600
028700 01  LINHA-RODAPE-3.
028800     02  FILLER                  PIC X(01)  VALUE SPACE.
028900     02  FILLER                  PIC X(32)  VALUE
029000             "PRODUTOS MANTIDOS.............:".
029100     02  ROD-MANTIDOS            PIC ZZ.ZZ9.
029200
029300 01  LINHA-RODAPE-4.
029400     02  FILLER                  PIC X(01)  VALUE SPACE.
029500     02  FILLER                  PIC X(32)  VALUE
029600             "SALDOS POR LOCAL EXCLUIDOS....:".
029700     02  ROD-LOCAIS              PIC ZZ.ZZ9.
029800
029900 01  LINHA-RODAPE-5.
030000     02  FILLER                  PIC X(01)  VALUE SPACE.
030100     02  FILLER                  PIC X(32)  VALUE
030200             "ARQUIVOS MOVAAMM.HST LIDOS....:".
030300     02  ROD-ARQUIVOS            PIC ZZ.ZZ9.
030310
030320 01  LINHA-RODAPE-6.
030330     02  FILLER                  PIC X(01)  VALUE SPACE.
030340     02  FILLER                  PIC X(32)  VALUE
030350             "LOTES EXCLUIDOS...............:".
030360     02  ROD-LOTES               PIC ZZ.ZZ9.
030370
030380 01  LINHA-RODAPE-7.
030390     02  FILLER                  PIC X(01)  VALUE SPACE.
030400     02  FILLER                  PIC X(32)  VALUE
030410             "PRECOS VIGENTES EXCLUIDOS.....:".
030420     02  ROD-PRECOS              PIC ZZ.ZZ9.
030430
030440 01  LINHA-RODAPE-8.
030450     02  FILLER                  PIC X(01)  VALUE SPACE.
030460     02  FILLER                  PIC X(32)  VALUE
030470             "ITENS DO PLANO CICLICO EXCL...:".
030480     02  ROD-CICLOS              PIC ZZ.ZZ9.
030490
030500 PROCEDURE DIVISION.
030600
030700 0000-MAINLINE.
030800     PERFORM 1000-ABRIR-ARQUIVOS        THRU 1000-EXIT.
030900     PERFORM 2000-CARREGAR-DESCONT      THRU 2000-EXIT.
031000     IF WS-QTDE-DESCONT > ZERO
031100        PERFORM 3000-CARREGAR-VINCULOS  THRU 3000-EXIT
031200        PERFORM 4000-APURAR-MOVIMENTO   THRU 4000-EXIT
031300        PERFORM 5000-DECIDIR-PRODUTO    THRU 5000-EXIT
031400                VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 9999
031500        PERFORM 5500-CONFIRMAR-EXPURGO  THRU 5500-EXIT
031600        PERFORM 6000-EXPURGAR           THRU 6000-EXIT
031700     ELSE
031800        DISPLAY "PRODPURG: NENHUM PRODUTO DESCONTINUADO".
031900     PERFORM 7000-IMPRIMIR-RODAPE       THRU 7000-EXIT.
032000     PERFORM 9000-ENCERRAR              THRU 9000-EXIT.
032100     GOBACK.
032200
032300******************************************************************
032400* LE OS MESES SEM MOVIMENTO, CALCULA O INICIO DA JANELA, MONTA O
032500* NOME DO ARQUIVO DO EXPURGO (PURGAAAAMMDD.ARQ) E ABRE O
032600* RELATORIO.
032700******************************************************************
032800 1000-ABRIR-ARQUIVOS.
032900     MOVE FUNCTION CURRENT-DATE TO WS-DATA-SISTEMA.
033000     DISPLAY "PRODPURG: MESES SEM MOVIMENTO EXIGIDOS (01 A 60)".
033100     ACCEPT WS-MESES-SEM-MOV.
033200     IF WS-MESES-SEM-MOV < 01 OR WS-MESES-SEM-MOV > 60
033300        DISPLAY "PRODPURG: QUANTIDADE DE MESES INVALIDA"
033400        GOBACK.
033500     COMPUTE WS-PERIODO-ATE-N
033600             = WS-ANO-SIS * 100 + WS-MES-SIS.
033700     MOVE WS-ANO-SIS TO WS-DE-ANO.
033800     MOVE WS-MES-SIS TO WS-DE-MES.
033900     PERFORM 1100-RECUAR-UM-MES THRU 1100-EXIT
034000             VARYING WS-MES-RECUA FROM 1 BY 1
034100             UNTIL WS-MES-RECUA NOT < WS-MESES-SEM-MOV.
034200     PERFORM 1200-LIMPAR-TABELA THRU 1200-EXIT
034300             VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 9999.
034400     STRING "PURG"            DELIMITED BY SIZE
034500            WS-DATA-SISTEMA   DELIMITED BY SIZE
034600            ".ARQ"            DELIMITED BY SIZE
034700            INTO WS-NOME-PURGARQ.
034800     OPEN OUTPUT RELPURG.
034900     IF ARQST-RELPURG NOT = "00"
035000        DISPLAY "PRODPURG: ERRO NA ABERTURA DE PRODPURG.LST - "
035100                ARQST-RELPURG
035200        GOBACK.
035300     MOVE WS-DIA-SIS          TO CAB1-DIA.
035400     MOVE WS-MES-SIS          TO CAB1-MES.
035500     MOVE WS-ANO-SIS          TO CAB1-ANO.
035600     MOVE WS-MESES-SEM-MOV    TO PAR-MESES.
035700     MOVE WS-NOME-PURGARQ     TO PAR-ARQUIVO.
035800     WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-1.
035900     WRITE LINHA-RELATORIO FROM LINHA-PARAMETROS.
036000     WRITE LINHA-RELATORIO FROM SPACES.
036100     WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-2.
036200     WRITE LINHA-RELATORIO FROM SPACES.
036300 1000-EXIT.
036400     EXIT.
036500
036600 1100-RECUAR-UM-MES.
036700     IF WS-DE-MES = 01
036800        SUBTRACT 1 FROM WS-DE-ANO
036900        MOVE 12 TO WS-DE-MES
037000     ELSE
037100        SUBTRACT 1 FROM WS-DE-MES.
037200 1100-EXIT.
037300     EXIT.
037400
037500 1200-LIMPAR-TABELA.
037600     MOVE "N"    TO WS-PRG-DESCONT     (WS-SUB).
037700     MOVE ZERO   TO WS-PRG-QTDADE      (WS-SUB).
037800     MOVE ZERO   TO WS-PRG-SALDO-LOCAL (WS-SUB).
037900     MOVE "N"    TO WS-PRG-PEDIDO      (WS-SUB).
038000     MOVE "N"    TO WS-PRG-REQUISICAO  (WS-SUB).
038100     MOVE "N"    TO WS-PRG-KIT         (WS-SUB).
038200     MOVE "N"    TO WS-PRG-MOVIMENTO   (WS-SUB).
038300     MOVE ZERO   TO WS-PRG-MOTIVO      (WS-SUB).
038400 1200-EXIT.
038500     EXIT.
038600
038700******************************************************************
038800* MARCA OS PRODUTOS DESCONTINUADOS DO CADASTRO E GUARDA O
038900* ESTOQUE DE CADA UM. OS DEMAIS NAO ENTRAM NO EXPURGO.
039000******************************************************************
039100 2000-CARREGAR-DESCONT.
039200     OPEN INPUT PRODUTOS.
039300     IF ARQST-PRODUTOS NOT = "00"
039400        DISPLAY "PRODPURG: ERRO NA ABERTURA DE PRODUTOS.DAT - "
039500                ARQST-PRODUTOS
039600        PERFORM 9000-ENCERRAR THRU 9000-EXIT
039700        GOBACK.
039800     MOVE "N" TO WS-FIM-PRODUTOS.
039900     PERFORM 2200-LER-PRODUTOS THRU 2200-EXIT.
040000     PERFORM 2100-MARCAR-DESCONT THRU 2100-EXIT
040100             UNTIL FIM-PRODUTOS.
040200     CLOSE PRODUTOS.
040300 2000-EXIT.
040400     EXIT.
040500
040600 2100-MARCAR-DESCONT.
040700     IF CODIGO > ZERO AND PROD-DESCONTINUADO
040800        MOVE "S"    TO WS-PRG-DESCONT (CODIGO)
040900        MOVE QTDADE TO WS-PRG-QTDADE  (CODIGO)
041000        ADD 1 TO WS-QTDE-DESCONT.
041100     PERFORM 2200-LER-PRODUTOS THRU 2200-EXIT.
041200 2100-EXIT.
041300     EXIT.
041400
041500 2200-LER-PRODUTOS.
041600     READ PRODUTOS NEXT RECORD
041700          AT END MOVE "S" TO WS-FIM-PRODUTOS.
041800 2200-EXIT.
041900     EXIT.
042000
042100******************************************************************
042200* CARREGA O QUE AINDA PRENDE UM PRODUTO AO CADASTRO: SALDOS POR
042300* LOCAL, PEDIDOS DE COMPRA ABERTOS, REQUISICOES PENDENTES,
042400* APROVADAS OU EM FALTA, E AS ESTRUTURAS DE KIT (COMO KIT OU
042500* COMO COMPONENTE). ARQUIVO AUSENTE NAO PRENDE NADA.
042600******************************************************************
042700 3000-CARREGAR-VINCULOS.
042800     OPEN INPUT SALDOLOC.
042900     IF ARQST-SALDOLOC = "00"
043000        MOVE "S" TO WS-TEM-SALDOLOC
043100        MOVE "N" TO WS-FIM-SALDOLOC
043200        PERFORM 3150-LER-SALDOLOC THRU 3150-EXIT
043300        PERFORM 3100-SOMAR-SALDOLOC THRU 3100-EXIT
043400                UNTIL FIM-SALDOLOC
043500        CLOSE SALDOLOC.
043600     OPEN INPUT PEDIDOS.
043700     IF ARQST-PEDIDOS = "00"
043800        MOVE "N" TO WS-FIM-PEDIDOS
043900        PERFORM 3250-LER-PEDIDOS THRU 3250-EXIT
044000        PERFORM 3200-MARCAR-PEDIDO THRU 3200-EXIT
044100                UNTIL FIM-PEDIDOS
044200        CLOSE PEDIDOS.
044300     OPEN INPUT REQUISIC.
044400     IF ARQST-REQUISIC = "00"
044500        MOVE "N" TO WS-FIM-REQUISIC
044600        PERFORM 3350-LER-REQUISIC THRU 3350-EXIT
044700        PERFORM 3300-MARCAR-REQUISICAO THRU 3300-EXIT
044800                UNTIL FIM-REQUISIC
044900        CLOSE REQUISIC.
045000     OPEN INPUT KITS.
045100     IF ARQST-KITS = "00"
045200        MOVE "N" TO WS-FIM-KITS
045300        PERFORM 3450-LER-KITS THRU 3450-EXIT
045400        PERFORM 3400-MARCAR-KIT THRU 3400-EXIT
045500                UNTIL FIM-KITS
045600        CLOSE KITS.
045700 3000-EXIT.
045800     EXIT.
045900
046000 3100-SOMAR-SALDOLOC.
046100     IF SLOC-CODIGO > ZERO
046200        ADD SLOC-QTDADE TO WS-PRG-SALDO-LOCAL (SLOC-CODIGO).
046300     PERFORM 3150-LER-SALDOLOC THRU 3150-EXIT.
046400 3100-EXIT.
046500     EXIT.
046600
046700 3150-LER-SALDOLOC.
046800     READ SALDOLOC NEXT RECORD
046900          AT END MOVE "S" TO WS-FIM-SALDOLOC.
047000 3150-EXIT.
047100     EXIT.
047200
047300 3200-MARCAR-PEDIDO.
047400     IF PED-CODIGO > ZERO AND PED-ABERTO
047500        MOVE "S" TO WS-PRG-PEDIDO (PED-CODIGO).
047600     PERFORM 3250-LER-PEDIDOS THRU 3250-EXIT.
047700 3200-EXIT.
047800     EXIT.
047900
048000 3250-LER-PEDIDOS.
048100     READ PEDIDOS NEXT RECORD
048200          AT END MOVE "S" TO WS-FIM-PEDIDOS.
048300 3250-EXIT.
048400     EXIT.
048500
048600 3300-MARCAR-REQUISICAO.
048700     IF REQ-CODIGO > ZERO
048800        AND (REQ-PENDENTE OR REQ-A-ATENDER)
048900        MOVE "S" TO WS-PRG-REQUISICAO (REQ-CODIGO).
049000     PERFORM 3350-LER-REQUISIC THRU 3350-EXIT.
049100 3300-EXIT.
049200     EXIT.
049300
049400 3350-LER-REQUISIC.
049500     READ REQUISIC NEXT RECORD
049600          AT END MOVE "S" TO WS-FIM-REQUISIC.
049700 3350-EXIT.
049800     EXIT.
049900
050000 3400-MARCAR-KIT.
050100     IF KIT-CODIGO > ZERO
050200        MOVE "S" TO WS-PRG-KIT (KIT-CODIGO).
050300     IF KIT-COMPONENTE > ZERO
050400        MOVE "S" TO WS-PRG-KIT (KIT-COMPONENTE).
050500     PERFORM 3450-LER-KITS THRU 3450-EXIT.
050600 3400-EXIT.
050700     EXIT.
050800
050900 3450-LER-KITS.
051000     READ KITS NEXT RECORD
051100          AT END MOVE "S" TO WS-FIM-KITS.
051200 3450-EXIT.
051300     EXIT.
051400
051500******************************************************************
051600* MARCA OS PRODUTOS COM MOVIMENTO NA JANELA: OS ARQUIVOS
051700* MOVAAMM.HST DE CADA MES DA FAIXA (MES SEM ARQUIVO E PULADO) E
051800* TODO O PRODMOV.DAT, QUE SO TEM MOVIMENTO AINDA NAO FECHADO.
051900* MOVIMENTO ESTORNADO TAMBEM CONTA: O PRODUTO FOI MEXIDO.
052000******************************************************************
052100 4000-APURAR-MOVIMENTO.
052200     MOVE WS-PERIODO-DE TO WS-PERIODO-VARRE.
052300     PERFORM 4100-LER-UM-ARQUIVO THRU 4100-EXIT
052400             UNTIL WS-PERIODO-VARRE-N > WS-PERIODO-ATE-N.
052500     OPEN INPUT PRODMOV.
052600     IF ARQST-PRODMOV NOT = "00"
052700        GO TO 4000-EXIT.
052800     MOVE "N" TO WS-FIM-PRODMOV.
052900     PERFORM 4500-LER-PRODMOV THRU 4500-EXIT.
053000     PERFORM 4400-MARCAR-VIVO THRU 4400-EXIT
053100             UNTIL FIM-PRODMOV.
053200     CLOSE PRODMOV.
053300 4000-EXIT.
053400     EXIT.
053500
053600 4100-LER-UM-ARQUIVO.
053700     STRING "MOV"             DELIMITED BY SIZE
053800            WS-PERIODO-VARRE  DELIMITED BY SIZE
053900            ".HST"            DELIMITED BY SIZE
054000            INTO WS-NOME-MOVARQ.
054100     OPEN INPUT MOVARQ.
054200     IF ARQST-MOVARQ = "00"
054300        ADD 1 TO WS-QTDE-ARQUIVOS
054400        MOVE "N" TO WS-FIM-MOVARQ
054500        PERFORM 4300-LER-MOVARQ THRU 4300-EXIT
054600        PERFORM 4200-MARCAR-ARQUIVO THRU 4200-EXIT
054700                UNTIL FIM-MOVARQ
054800        CLOSE MOVARQ.
054900     IF WS-VAR-MES = 12
055000        ADD 1 TO WS-VAR-ANO
055100        MOVE 01 TO WS-VAR-MES
055200     ELSE
055300        ADD 1 TO WS-VAR-MES.
055400 4100-EXIT.
055500     EXIT.
055600
055700 4200-MARCAR-ARQUIVO.
055800     MOVE REG-ARQMOV TO REG-MOV.
055900     IF MOV-CODIGO > ZERO
056000        MOVE "S" TO WS-PRG-MOVIMENTO (MOV-CODIGO).
056100     PERFORM 4300-LER-MOVARQ THRU 4300-EXIT.
056200 4200-EXIT.
056300     EXIT.
056400
056500 4300-LER-MOVARQ.
056600     READ MOVARQ
056700          AT END MOVE "S" TO WS-FIM-MOVARQ.
056800 4300-EXIT.
056900     EXIT.
057000
057100 4400-MARCAR-VIVO.
057200     IF MOV-CODIGO > ZERO
057300        MOVE "S" TO WS-PRG-MOVIMENTO (MOV-CODIGO).
057400     PERFORM 4500-LER-PRODMOV THRU 4500-EXIT.
057500 4400-EXIT.
057600     EXIT.
057700
057800 4500-LER-PRODMOV.
057900     READ PRODMOV
058000          AT END MOVE "S" TO WS-FIM-PRODMOV.
058100 4500-EXIT.
058200     EXIT.
058300
058400******************************************************************
058500* DECIDE CADA DESCONTINUADO PELO PRIMEIRO MOTIVO QUE O SEGURA
058600* NO CADASTRO, NA ORDEM DA TABELA DE TEXTOS. SEM MOTIVO, O
058700* PRODUTO PODE SER EXPURGADO.
058800******************************************************************
058900 5000-DECIDIR-PRODUTO.
059000     IF WS-PRG-DESCONT (WS-SUB) NOT = "S"
059100        GO TO 5000-EXIT.
059200     IF WS-PRG-QTDADE (WS-SUB) NOT = ZERO
059300        MOVE 1 TO WS-PRG-MOTIVO (WS-SUB)
059400     ELSE
059500     IF WS-PRG-SALDO-LOCAL (WS-SUB) NOT = ZERO
059600        MOVE 2 TO WS-PRG-MOTIVO (WS-SUB)
059700     ELSE
059800     IF WS-PRG-PEDIDO (WS-SUB) = "S"
059900        MOVE 3 TO WS-PRG-MOTIVO (WS-SUB)
060000     ELSE
060100     IF WS-PRG-REQUISICAO (WS-SUB) = "S"
060200        MOVE 4 TO WS-PRG-MOTIVO (WS-SUB)
060300     ELSE
060400     IF WS-PRG-KIT (WS-SUB) = "S"
060500        MOVE 5 TO WS-PRG-MOTIVO (WS-SUB)
060600     ELSE
060700     IF WS-PRG-MOVIMENTO (WS-SUB) = "S"
060800        MOVE 6 TO WS-PRG-MOTIVO (WS-SUB)
060900     ELSE
061000        MOVE 0 TO WS-PRG-MOTIVO (WS-SUB)
061100        ADD 1 TO WS-QTDE-ELEGIVEIS.
061200 5000-EXIT.
061300     EXIT.
061400
061500******************************************************************
061600* MOSTRA O RESUMO NO CONSOLE E PERGUNTA SE O EXPURGO DEVE SER
061700* FEITO. SEM CONFIRMACAO O RELATORIO SAI COM TODOS MANTIDOS.
061800******************************************************************
061900 5500-CONFIRMAR-EXPURGO.
062000     DISPLAY "PRODPURG: DESCONTINUADOS....: " WS-QTDE-DESCONT.
062100     DISPLAY "PRODPURG: EM CONDICAO.......: " WS-QTDE-ELEGIVEIS.
062200     IF WS-QTDE-ELEGIVEIS = ZERO
062300        DISPLAY "PRODPURG: NENHUM PRODUTO A EXPURGAR"
062400        MOVE "N" TO WS-CONFIRMA
062500     ELSE
062600        DISPLAY "PRODPURG: CONFIRMA O EXPURGO (S/N)?"
062700        ACCEPT WS-CONFIRMA
062800        IF NOT CONFIRMADO
062900           DISPLAY "PRODPURG: EXPURGO NAO CONFIRMADO".
063000 5500-EXIT.
063100     EXIT.
063200
063300******************************************************************
063400* PASSA PELA TABELA NA ORDEM DE CODIGO: CADA DESCONTINUADO E
063500* RELIDO PELA CHAVE; O QUE ESTA EM CONDICAO (E CONFIRMADO) VAI
063600* PARA O ARQUIVO DO EXPURGO E SAI DO CADASTRO, O RESTO SAI NO
063700* RELATORIO COMO MANTIDO COM O MOTIVO. ARQUIVO DE LOTES, PRECOS
063750* OU PLANO CICLICO AUSENTE NAO TEM O QUE EXCLUIR.
063800******************************************************************
063900 6000-EXPURGAR.
064000     OPEN I-O PRODUTOS.
064100     IF ARQST-PRODUTOS NOT = "00"
064200        DISPLAY "PRODPURG: ERRO NA REABERTURA DO CADASTRO - "
064300                ARQST-PRODUTOS
064400        MOVE "S" TO WS-HOUVE-ERRO
064500        GO TO 6000-EXIT.
064600     IF CONFIRMADO
064700        PERFORM 6050-ABRIR-EXPURGO THRU 6050-EXIT.
064800     PERFORM 6100-TRATAR-PRODUTO THRU 6100-EXIT
064900             VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 9999.
065000     CLOSE PRODUTOS.
065100     IF CONFIRMADO
065200        CLOSE PURGARQ
065250        CLOSE PRODLOG
065300        IF TEM-SALDOLOC
065400           CLOSE SALDOLOC.
065410     IF TEM-LOTES
065420        CLOSE LOTES.
065430     IF TEM-PRECOS
065440        CLOSE PRECOS.
065450     IF TEM-CONTCICL
065460        CLOSE CONTCICL.
065500     DISPLAY "PRODPURG: PRODUTOS EXPURGADOS: " WS-QTDE-EXPURGADOS.
065600 6000-EXIT.
065700     EXIT.
065800
065900 6050-ABRIR-EXPURGO.
066000     OPEN EXTEND PURGARQ.
066100     IF ARQST-PURGARQ NOT = "00"
066200        OPEN OUTPUT PURGARQ.
066300     IF ARQST-PURGARQ NOT = "00"
066400        DISPLAY "PRODPURG: ERRO NA ABERTURA DE " WS-NOME-PURGARQ
066500                " - " ARQST-PURGARQ
066600        MOVE "S" TO WS-HOUVE-ERRO
066700        MOVE "N" TO WS-CONFIRMA
066800        GO TO 6050-EXIT.
066810     OPEN EXTEND PRODLOG.
066820     IF ARQST-PRODLOG NOT = "00"
066830        OPEN OUTPUT PRODLOG
066840        CLOSE PRODLOG
066850        OPEN EXTEND PRODLOG.
066860     IF ARQST-PRODLOG NOT = "00"
066870        DISPLAY "PRODPURG: ERRO NA ABERTURA DE PRODLOG.DAT - "
066880                ARQST-PRODLOG
066885        CLOSE PURGARQ
066890        MOVE "S" TO WS-HOUVE-ERRO
066895        MOVE "N" TO WS-CONFIRMA
066898        GO TO 6050-EXIT.
066900     IF TEM-SALDOLOC
067000        OPEN I-O SALDOLOC
067100        IF ARQST-SALDOLOC NOT = "00"
067200           MOVE "N" TO WS-TEM-SALDOLOC.
067210     OPEN I-O LOTES.
067220     IF ARQST-LOTES = "00"
067230        MOVE "S" TO WS-TEM-LOTES.
067240     OPEN I-O PRECOS.
067250     IF ARQST-PRECOS = "00"
067260        MOVE "S" TO WS-TEM-PRECOS.
067270     OPEN I-O CONTCICL.
067280     IF ARQST-CONTCICL = "00"
067290        MOVE "S" TO WS-TEM-CONTCICL.
067300 6050-EXIT.
067400     EXIT.
067500
067600 6100-TRATAR-PRODUTO.
067700     IF WS-PRG-DESCONT (WS-SUB) NOT = "S"
067800        GO TO 6100-EXIT.
067900     MOVE WS-SUB TO CODIGO.
068000     READ PRODUTOS
068100          INVALID KEY
068200             DISPLAY "PRODPURG: PRODUTO SUMIU DO CADASTRO - "
068300                     WS-SUB
068400             MOVE "S" TO WS-HOUVE-ERRO
068500             GO TO 6100-EXIT
068600     END-READ.
068700     MOVE CODIGO TO DET-CODIGO.
068800     MOVE NOME   TO DET-NOME.
068900     IF WS-PRG-MOTIVO (WS-SUB) = ZERO
069000        AND NOT CONFIRMADO
069100        MOVE 7 TO WS-PRG-MOTIVO (WS-SUB).
069200     IF WS-PRG-MOTIVO (WS-SUB) = ZERO
069300        PERFORM 6200-EXPURGAR-PRODUTO THRU 6200-EXIT
069400     ELSE
069500        MOVE "MANTIDO" TO DET-DECISAO
069600        MOVE WS-TEXTO-MOTIVO (WS-PRG-MOTIVO (WS-SUB))
069700          TO DET-MOTIVO
069800        ADD 1 TO WS-QTDE-MANTIDOS.
069900     WRITE LINHA-RELATORIO FROM LINHA-DETALHE.
070000 6100-EXIT.
070100     EXIT.
070200
070300******************************************************************
070400* GRAVA O REGISTRO NO ARQUIVO DO EXPURGO ANTES DE EXCLUIR; SE A
070500* GRAVACAO FALHAR O PRODUTO FICA NO CADASTRO. EXCLUIDO O
070550* PRODUTO, SAEM OS REGISTROS DELE NOS ARQUIVOS LIGADOS AO CODIGO
070560* E A EXCLUSAO E REGISTRADA EM PRODLOG.DAT.
070600******************************************************************
070700 6200-EXPURGAR-PRODUTO.
070800     MOVE WS-DATA-SISTEMA-N TO PRG-DATA-EXPURGO.
070900     MOVE REG-PROD          TO PRG-REG-PROD.
071000     WRITE REG-PURGA.
071100     IF ARQST-PURGARQ NOT = "00"
071200        DISPLAY "PRODPURG: ERRO AO GRAVAR " WS-NOME-PURGARQ
071300                " - " ARQST-PURGARQ
071400        MOVE "S" TO WS-HOUVE-ERRO
071500        MOVE "MANTIDO" TO DET-DECISAO
071600        MOVE "ERRO NA GRAVACAO DO ARQUIVO" TO DET-MOTIVO
071700        ADD 1 TO WS-QTDE-MANTIDOS
071800        GO TO 6200-EXIT.
071900     DELETE PRODUTOS
072000          INVALID KEY
072100             DISPLAY "PRODPURG: ERRO AO EXCLUIR O CODIGO " CODIGO
072200                     " - " ARQST-PRODUTOS
072300             MOVE "S" TO WS-HOUVE-ERRO
072400             MOVE "MANTIDO" TO DET-DECISAO
072500             MOVE "ERRO NA EXCLUSAO DO CADASTRO" TO DET-MOTIVO
072600             ADD 1 TO WS-QTDE-MANTIDOS
072700             GO TO 6200-EXIT
072800     END-DELETE.
072900     MOVE "EXPURGADO" TO DET-DECISAO.
073000     MOVE SPACES      TO DET-MOTIVO.
073100     ADD 1 TO WS-QTDE-EXPURGADOS.
073200     IF TEM-SALDOLOC
073300        PERFORM 6300-EXCLUIR-LOCAIS THRU 6300-EXIT.
073310     IF TEM-LOTES
073320        PERFORM 6500-EXCLUIR-LOTES THRU 6500-EXIT.
073330     IF TEM-PRECOS
073340        PERFORM 6700-EXCLUIR-PRECO THRU 6700-EXIT.
073350     IF TEM-CONTCICL
073360        PERFORM 6800-EXCLUIR-CICLOS THRU 6800-EXIT.
073370     PERFORM 6900-GRAVAR-LOG THRU 6900-EXIT.
073400 6200-EXIT.
073500     EXIT.
073600
073700******************************************************************
073800* O PRODUTO EXPURGADO SO TEM SALDOS ZERADOS EM SALDOLOC.DAT
073900* (CONFERIDO EM 5000); OS REGISTROS DELE SAEM JUNTO.
074000******************************************************************
074100 6300-EXCLUIR-LOCAIS.
074200     MOVE CODIGO TO SLOC-CODIGO.
074300     MOVE ZERO   TO SLOC-LOCAL.
074400     MOVE "N"    TO WS-FIM-SALDOLOC.
074500     START SALDOLOC KEY IS NOT LESS THAN SLOC-CHAVE
074600          INVALID KEY MOVE "S" TO WS-FIM-SALDOLOC
074700     END-START.
074800     IF NOT FIM-SALDOLOC
074900        PERFORM 3150-LER-SALDOLOC THRU 3150-EXIT.
075000     PERFORM 6400-EXCLUIR-UM-LOCAL THRU 6400-EXIT
075100             UNTIL FIM-SALDOLOC.
075200 6300-EXIT.
075300     EXIT.
075400
075500 6400-EXCLUIR-UM-LOCAL.
075600     IF SLOC-CODIGO NOT = CODIGO
075700        MOVE "S" TO WS-FIM-SALDOLOC
075800        GO TO 6400-EXIT.
075900     DELETE SALDOLOC
076000          INVALID KEY
076100             DISPLAY "PRODPURG: ERRO AO EXCLUIR SALDO DO CODIGO "
076200                     CODIGO " - " ARQST-SALDOLOC
076300             MOVE "S" TO WS-HOUVE-ERRO
076400          NOT INVALID KEY
076500             ADD 1 TO WS-QTDE-LOCAIS-EXCL
076600     END-DELETE.
076700     PERFORM 3150-LER-SALDOLOC THRU 3150-EXIT.
076800 6400-EXIT.
076900     EXIT.
076950
077000******************************************************************
077100* OS LOTES DO PRODUTO EXPURGADO ESTAO TODOS ZERADOS (O ESTOQUE E
077200* OS SALDOS POR LOCAL FORAM CONFERIDOS EM 5000); SAEM TODOS, DE
077300* QUALQUER LOCAL. O RASTRO DELES CONTINUA EM LOTEMOV.DAT.
077400******************************************************************
077500 6500-EXCLUIR-LOTES.
077600     MOVE CODIGO     TO LOTE-CODIGO.
077700     MOVE ZERO       TO LOTE-LOCAL.
077800     MOVE LOW-VALUES TO LOTE-NUMERO.
077900     MOVE "N"        TO WS-FIM-LOTES.
078000     START LOTES KEY IS NOT LESS THAN LOTE-CHAVE
078100          INVALID KEY MOVE "S" TO WS-FIM-LOTES
078200     END-START.
078300     IF NOT FIM-LOTES
078400        PERFORM 6650-LER-LOTES THRU 6650-EXIT.
078500     PERFORM 6600-EXCLUIR-UM-LOTE THRU 6600-EXIT
078600             UNTIL FIM-LOTES.
078700 6500-EXIT.
078800     EXIT.
078900
079000 6600-EXCLUIR-UM-LOTE.
079100     IF LOTE-CODIGO NOT = CODIGO
079200        MOVE "S" TO WS-FIM-LOTES
079300        GO TO 6600-EXIT.
079400     DELETE LOTES
079500          INVALID KEY
079600             DISPLAY "PRODPURG: ERRO AO EXCLUIR LOTE DO CODIGO "
079700                     CODIGO " - " ARQST-LOTES
079800             MOVE "S" TO WS-HOUVE-ERRO
079900          NOT INVALID KEY
080000             ADD 1 TO WS-QTDE-LOTES-EXCL
080100     END-DELETE.
080200     PERFORM 6650-LER-LOTES THRU 6650-EXIT.
080300 6600-EXIT.
080400     EXIT.
080500
080600 6650-LER-LOTES.
080700     READ LOTES NEXT RECORD
080800          AT END MOVE "S" TO WS-FIM-LOTES.
080900 6650-EXIT.
081000     EXIT.
081100
081200******************************************************************
081300* O PRECO VIGENTE SAI COM O PRODUTO. O HISTORICO PRECOHST.DAT
081400* FICA, COMO OS MOVAAMM.HST, PARA OS RELATORIOS DE PERIODOS
081500* PASSADOS.
081600******************************************************************
081700 6700-EXCLUIR-PRECO.
081800     MOVE CODIGO TO PRC-CODIGO.
081900     DELETE PRECOS
082000          INVALID KEY
082100             CONTINUE
082200          NOT INVALID KEY
082300             ADD 1 TO WS-QTDE-PRECOS-EXCL
082400     END-DELETE.
082500     IF ARQST-PRECOS NOT = "00" AND NOT = "23"
082600        DISPLAY "PRODPURG: ERRO AO EXCLUIR PRECO DO CODIGO "
082700                CODIGO " - " ARQST-PRECOS
082800        MOVE "S" TO WS-HOUVE-ERRO.
082900 6700-EXIT.
083000     EXIT.
083100
083200******************************************************************
083300* OS ITENS DO PLANO DE CONTAGEM CICLICA DO PRODUTO (UM POR LOCAL)
083400* SAEM JUNTO, PARA NAO IREM PARA A LISTA SEM CADASTRO.
083500******************************************************************
083600 6800-EXCLUIR-CICLOS.
083700     MOVE CODIGO TO CCIC-CODIGO.
083800     MOVE ZERO   TO CCIC-LOCAL.
083900     MOVE "N"    TO WS-FIM-CONTCICL.
084000     START CONTCICL KEY IS NOT LESS THAN CCIC-CHAVE
084100          INVALID KEY MOVE "S" TO WS-FIM-CONTCICL
084200     END-START.
084300     IF NOT FIM-CONTCICL
084400        PERFORM 6870-LER-CONTCICL THRU 6870-EXIT.
084500     PERFORM 6850-EXCLUIR-UM-CICLO THRU 6850-EXIT
084600             UNTIL FIM-CONTCICL.
084700 6800-EXIT.
084800     EXIT.
084900
085000 6850-EXCLUIR-UM-CICLO.
085100     IF CCIC-CODIGO NOT = CODIGO
085200        MOVE "S" TO WS-FIM-CONTCICL
085300        GO TO 6850-EXIT.
085400     DELETE CONTCICL
085500          INVALID KEY
085600             DISPLAY "PRODPURG: ERRO AO EXCLUIR PLANO DO CODIGO "
085700                     CODIGO " - " ARQST-CONTCICL
085800             MOVE "S" TO WS-HOUVE-ERRO
085900          NOT INVALID KEY
086000             ADD 1 TO WS-QTDE-CICLOS-EXCL
086100     END-DELETE.
086200     PERFORM 6870-LER-CONTCICL THRU 6870-EXIT.
086300 6850-EXIT.
086400     EXIT.
086500
086600 6870-LER-CONTCICL.
086700     READ CONTCICL NEXT RECORD
086800          AT END MOVE "S" TO WS-FIM-CONTCICL.
086900 6870-EXIT.
087000     EXIT.
087100
087200******************************************************************
087300* TRILHA DE AUDITORIA DO EXPURGO: ANTES E O REGISTRO COMO ESTAVA,
087400* DEPOIS E O MESMO REGISTRO COM A SITUACAO "X" (EXPURGADO), PARA
087500* O PRODAUDI MOSTRAR A MUDANCA. O USUARIO E O PROPRIO PROGRAMA,
087600* COMO NOS MOVIMENTOS GERADOS EM LOTE.
087700******************************************************************
087800 6900-GRAVAR-LOG.
087900     MOVE REG-PROD          TO LOG-REG-ANTES.
088000     MOVE REG-PROD          TO LOG-REG-DEPOIS.
088100     MOVE "X"               TO LOG-SITUACAO-DEPOIS.
088200     MOVE WS-DATA-SISTEMA   TO LOG-DATA.
088300     ACCEPT LOG-TERMINAL FROM ENVIRONMENT "TERM".
088400     MOVE "PRODPURG"        TO LOG-USUARIO.
088500     WRITE REG-LOG.
088600     IF ARQST-PRODLOG NOT = "00"
088700        DISPLAY "PRODPURG: ERRO AO GRAVAR PRODLOG.DAT - CODIGO "
088800                CODIGO " - " ARQST-PRODLOG
088900        MOVE "S" TO WS-HOUVE-ERRO.
089000 6900-EXIT.
089100     EXIT.
089200
089300******************************************************************
089400* IMPRIME OS TOTAIS DO EXPURGO.
089500******************************************************************
089600 7000-IMPRIMIR-RODAPE.
089700     MOVE WS-QTDE-DESCONT      TO ROD-DESCONT.
089800     MOVE WS-QTDE-EXPURGADOS   TO ROD-EXPURGADOS.
089900     MOVE WS-QTDE-MANTIDOS     TO ROD-MANTIDOS.
090000     MOVE WS-QTDE-LOCAIS-EXCL  TO ROD-LOCAIS.
090100     MOVE WS-QTDE-LOTES-EXCL   TO ROD-LOTES.
090200     MOVE WS-QTDE-PRECOS-EXCL  TO ROD-PRECOS.
090300     MOVE WS-QTDE-CICLOS-EXCL  TO ROD-CICLOS.
090400     MOVE WS-QTDE-ARQUIVOS     TO ROD-ARQUIVOS.
090500     WRITE LINHA-RELATORIO FROM SPACES.
090600     WRITE LINHA-RELATORIO FROM LINHA-RODAPE-1.
090700     WRITE LINHA-RELATORIO FROM LINHA-RODAPE-2.
090800     WRITE LINHA-RELATORIO FROM LINHA-RODAPE-3.
090900     WRITE LINHA-RELATORIO FROM LINHA-RODAPE-4.
091000     WRITE LINHA-RELATORIO FROM LINHA-RODAPE-5.
091100     WRITE LINHA-RELATORIO FROM LINHA-RODAPE-6.
091200     WRITE LINHA-RELATORIO FROM LINHA-RODAPE-7.
091300     WRITE LINHA-RELATORIO FROM LINHA-RODAPE-8.
091400     IF HOUVE-ERRO
091500        DISPLAY "PRODPURG: HOUVE ERROS - VERIFIQUE AS MENSAGENS".
091600 7000-EXIT.
091700     EXIT.
091800
091900******************************************************************
092000* FECHA OS ARQUIVOS ABERTOS PELO PROGRAMA.
092100******************************************************************
092200 9000-ENCERRAR.
092300     CLOSE RELPURG.
092400 9000-EXIT.
092500     EXIT.
