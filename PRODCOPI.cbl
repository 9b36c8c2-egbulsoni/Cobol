000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PRODCOPI.
000300 AUTHOR.        CPD - CONTROLE DE ESTOQUE.
000400 INSTALLATION.  DEPTO DE PROCESSAMENTO DE DADOS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800* HISTORICO DE ALTERACOES
000900******************************************************************
001000* DATA        AUTOR   DESCRICAO
001010* 15/10/2026   CPD     HISTORICO DE RECEBIMENTOS (RECEBHST.DAT)
001020*                      ENTRA NA COPIA, NO FIM DA TABELA (22
001030*                      ARQUIVOS), COM NUMERO DO MOVIMENTO,
001040*                      QUANTIDADE E PEDIDO NOS TOTAIS DE
001050*                      CONFERENCIA.
001060* 15/10/2026   CPD     ARQUIVOS DA CONTAGEM CICLICA (CLASSABC,
001070*                      CICLPARM, CONTCICL E CONTHST) ENTRAM NA
001080*                      COPIA, NO FIM DA TABELA (26 ARQUIVOS).
001100* 15/10/2026   CPD     PROGRAMA ORIGINAL - COPIA DE SEGURANCA. LE
001200*                      TODOS OS ARQUIVOS PERMANENTES DO SISTEMA E
001300*                      GRAVA UM CONJUNTO DATADO: BKPAAAAMMDD.DAT
001400*                      COM OS REGISTROS (PRECEDIDOS DO NOME DO
001500*                      ARQUIVO) E BKPAAAAMMDD.CTL COM A QUANTIDADE
001600*                      DE REGISTROS E OS TOTAIS DE CONFERENCIA DE
001700*                      CADA ARQUIVO. O CONTROLE SO E GRAVADO NO
001800*                      FIM; COPIA INTERROMPIDA DEIXA O CONTROLE
001900*                      VAZIO E O CONJUNTO NAO SERVE AO PRODREST.
002000*                      NAO PERGUNTA NADA; PODE SER PASSO DO
002100*                      PRODLOTE. RELATORIO EM PRODCOPI.LST.
002200******************************************************************
002300
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900******************************************************************
003000* OS ARQUIVOS COPIADOS SAO LIDOS UM DE CADA VEZ E DIVIDEM O MESMO
003100* CAMPO DE SITUACAO (ARQST-ARQUIVO). OS INDEXADOS SAO LIDOS EM
003200* SEQUENCIA, NA ORDEM DA CHAVE.
003300******************************************************************
003400     SELECT PRODUTOS ASSIGN TO DISK
003500            ORGANIZATION INDEXED
003600            ACCESS MODE SEQUENTIAL
003700            RECORD KEY IS CODIGO
003800            FILE STATUS IS ARQST-ARQUIVO.
003900
004000     SELECT SALDOLOC ASSIGN TO DISK
004100            ORGANIZATION INDEXED
004200            ACCESS MODE SEQUENTIAL
004300            RECORD KEY IS SLOC-CHAVE
004400            FILE STATUS IS ARQST-ARQUIVO.
004500
004600     SELECT PEDIDOS ASSIGN TO DISK
004700            ORGANIZATION INDEXED
004800            ACCESS MODE SEQUENTIAL
004900            RECORD KEY IS PED-NUMERO
005000            FILE STATUS IS ARQST-ARQUIVO.
005100
005200     SELECT FORNECED ASSIGN TO DISK
005300            ORGANIZATION INDEXED
005400            ACCESS MODE SEQUENTIAL
005500            RECORD KEY IS FORN-ID
005600            FILE STATUS IS ARQST-ARQUIVO.
005700
005800     SELECT OPERADOR ASSIGN TO DISK
005900            ORGANIZATION INDEXED
006000            ACCESS MODE SEQUENTIAL
006100            RECORD KEY IS OPER-ID
006200            FILE STATUS IS ARQST-ARQUIVO.
006300
006400     SELECT LOCAIS ASSIGN TO DISK
006500            ORGANIZATION INDEXED
006600            ACCESS MODE SEQUENTIAL
006700            RECORD KEY IS LOC-CODIGO
006800            FILE STATUS IS ARQST-ARQUIVO.
006900
007000     SELECT MOTIVOS ASSIGN TO DISK
007100            ORGANIZATION INDEXED
007200            ACCESS MODE SEQUENTIAL
007300            RECORD KEY IS MOT-CODIGO
007400            FILE STATUS IS ARQST-ARQUIVO.
007500
007600     SELECT LOTES ASSIGN TO DISK
007700            ORGANIZATION INDEXED
007800            ACCESS MODE SEQUENTIAL
007900            RECORD KEY IS LOTE-CHAVE
008000            FILE STATUS IS ARQST-ARQUIVO.
008100
008200     SELECT PRECOS ASSIGN TO DISK
008300            ORGANIZATION INDEXED
008400            ACCESS MODE SEQUENTIAL
008500            RECORD KEY IS PRC-CODIGO
008600            FILE STATUS IS ARQST-ARQUIVO.
008700
008800     SELECT PRECOHST ASSIGN TO DISK
008900            ORGANIZATION INDEXED
009000            ACCESS MODE SEQUENTIAL
009100            RECORD KEY IS PHST-CHAVE
009200            FILE STATUS IS ARQST-ARQUIVO.
009300
009400     SELECT REQUISIC ASSIGN TO DISK
009500            ORGANIZATION INDEXED
009600            ACCESS MODE SEQUENTIAL
009700            RECORD KEY IS REQ-CHAVE
009800            FILE STATUS IS ARQST-ARQUIVO.
009900
010000     SELECT KITS ASSIGN TO DISK
010100            ORGANIZATION INDEXED
010200            ACCESS MODE SEQUENTIAL
010300            RECORD KEY IS KIT-CHAVE
010400            FILE STATUS IS ARQST-ARQUIVO.
010500
010600     SELECT PRODMOV ASSIGN TO DISK
010700            ORGANIZATION SEQUENTIAL
010800            ACCESS MODE SEQUENTIAL
010900            FILE STATUS IS ARQST-ARQUIVO.
011000
011100     SELECT PRODLOG ASSIGN TO DISK
011200            ORGANIZATION SEQUENTIAL
011300            ACCESS MODE SEQUENTIAL
011400            FILE STATUS IS ARQST-ARQUIVO.
011500
011600     SELECT ACESSLOG ASSIGN TO DISK
011700            ORGANIZATION SEQUENTIAL
011800            ACCESS MODE SEQUENTIAL
011900            FILE STATUS IS ARQST-ARQUIVO.
012000
012100     SELECT LOTEMOV ASSIGN TO DISK
012200            ORGANIZATION SEQUENTIAL
012300            ACCESS MODE SEQUENTIAL
012400            FILE STATUS IS ARQST-ARQUIVO.
012500
012600     SELECT NUMMOV ASSIGN TO DISK
012700            ORGANIZATION SEQUENTIAL
012800            ACCESS MODE SEQUENTIAL
012900            FILE STATUS IS ARQST-ARQUIVO.
013000
013100     SELECT PRODFECH ASSIGN TO DISK
013200            ORGANIZATION SEQUENTIAL
013300            ACCESS MODE SEQUENTIAL
013400            FILE STATUS IS ARQST-ARQUIVO.
013500
013600     SELECT PRODVAL ASSIGN TO DISK
013700            ORGANIZATION SEQUENTIAL
013800            ACCESS MODE SEQUENTIAL
013900            FILE STATUS IS ARQST-ARQUIVO.
014000
014100     SELECT SEGPARM ASSIGN TO DISK
014200            ORGANIZATION SEQUENTIAL
014300            ACCESS MODE SEQUENTIAL
014400            FILE STATUS IS ARQST-ARQUIVO.
014500
014600     SELECT PRODINV ASSIGN TO DISK
014700            ORGANIZATION SEQUENTIAL
014800            ACCESS MODE SEQUENTIAL
014900            FILE STATUS IS ARQST-ARQUIVO.
015000
015010     SELECT RECEBHST ASSIGN TO DISK
015020            ORGANIZATION SEQUENTIAL
015030            ACCESS MODE SEQUENTIAL
015032            FILE STATUS IS ARQST-ARQUIVO.
015034
015036     SELECT CLASSABC ASSIGN TO DISK
015038            ORGANIZATION SEQUENTIAL
015040            ACCESS MODE SEQUENTIAL
015042            FILE STATUS IS ARQST-ARQUIVO.
015044
015046     SELECT CICLPARM ASSIGN TO DISK
015048            ORGANIZATION SEQUENTIAL
015050            ACCESS MODE SEQUENTIAL
015052            FILE STATUS IS ARQST-ARQUIVO.
015054
015056     SELECT CONTCICL ASSIGN TO DISK
015058            ORGANIZATION INDEXED
015060            ACCESS MODE SEQUENTIAL
015062            RECORD KEY IS CCIC-CHAVE
015064            FILE STATUS IS ARQST-ARQUIVO.
015066
015068     SELECT CONTHST ASSIGN TO DISK
015070            ORGANIZATION SEQUENTIAL
015072            ACCESS MODE SEQUENTIAL
015074            FILE STATUS IS ARQST-ARQUIVO.
015076
015100     SELECT COPIA ASSIGN TO DISK
015200            ORGANIZATION SEQUENTIAL
015300            ACCESS MODE SEQUENTIAL
015400            FILE STATUS IS ARQST-COPIA.
015500
015600     SELECT COPIACTL ASSIGN TO DISK
015700            ORGANIZATION SEQUENTIAL
015800            ACCESS MODE SEQUENTIAL
015900            FILE STATUS IS ARQST-COPIACTL.
016000
016100     SELECT RELCOPI ASSIGN TO PRINTER
016200            ORGANIZATION LINE SEQUENTIAL
016300            FILE STATUS IS ARQST-RELCOPI.
016400
016500 DATA DIVISION.
016600 FILE SECTION.
016700 FD  PRODUTOS LABEL RECORD STANDARD
016800     VALUE OF FILE-ID IS "PRODUTOS.DAT".
016900     COPY PRODUTOS.
017000
017100 FD  SALDOLOC LABEL RECORD STANDARD
017200     VALUE OF FILE-ID IS "SALDOLOC.DAT".
017300     COPY SALDOLOC.
017400
017500 FD  PEDIDOS LABEL RECORD STANDARD
017600     VALUE OF FILE-ID IS "PEDIDOS.DAT".
017700     COPY PEDIDOS.
017800
017900 FD  FORNECED LABEL RECORD STANDARD
018000     VALUE OF FILE-ID IS "FORNECED.DAT".
018100     COPY FORNECED.
018200
018300 FD  OPERADOR LABEL RECORD STANDARD
018400     VALUE OF FILE-ID IS "OPERADOR.DAT".
018500     COPY OPERADOR.
018600
018700 FD  LOCAIS LABEL RECORD STANDARD
018800     VALUE OF FILE-ID IS "LOCAIS.DAT".
018900     COPY LOCAIS.
019000
019100 FD  MOTIVOS LABEL RECORD STANDARD
019200     VALUE OF FILE-ID IS "MOTIVOS.DAT".
019300     COPY MOTIVOS.
019400
019500 FD  LOTES LABEL RECORD STANDARD
019600     VALUE OF FILE-ID IS "LOTES.DAT".
019700     COPY LOTES.
019800
019900 FD  PRECOS LABEL RECORD STANDARD
020000     VALUE OF FILE-ID IS "PRECOS.DAT".
020100     COPY PRECOS.
020200
020300 FD  PRECOHST LABEL RECORD STANDARD
020400     VALUE OF FILE-ID IS "PRECOHST.DAT".
020500     COPY PRECOHST.
020600
020700 FD  REQUISIC LABEL RECORD STANDARD
020800     VALUE OF FILE-ID IS "REQUISIC.DAT".
020900     COPY REQUIS.
021000
021100 FD  KITS LABEL RECORD STANDARD
021200     VALUE OF FILE-ID IS "KITS.DAT".
021300     COPY KITS.
021400
021500 FD  PRODMOV LABEL RECORD STANDARD
021600     VALUE OF FILE-ID IS "PRODMOV.DAT".
021700     COPY PRODMOV.
021800
021900 FD  PRODLOG LABEL RECORD STANDARD
022000     VALUE OF FILE-ID IS "PRODLOG.DAT".
022100     COPY PRODLOG.
022200
022300 FD  ACESSLOG LABEL RECORD STANDARD
022400     VALUE OF FILE-ID IS "ACESSLOG.DAT".
022500     COPY ACESSLOG.
022600
022700 FD  LOTEMOV LABEL RECORD STANDARD
022800     VALUE OF FILE-ID IS "LOTEMOV.DAT".
022900     COPY LOTEMOV.
023000
023100 FD  NUMMOV LABEL RECORD STANDARD
023200     VALUE OF FILE-ID IS "NUMMOV.DAT".
023300     COPY NUMMOV.
023400
023500 FD  PRODFECH LABEL RECORD STANDARD
023600     VALUE OF FILE-ID IS "PRODFECH.DAT".
023700     COPY FECHAMEN.
023800
023900 FD  PRODVAL LABEL RECORD STANDARD
024000     DATA RECORD IS REG-VAL
024100     VALUE OF FILE-ID IS "PRODVAL.DAT".
024200 01  REG-VAL.
024300     02  VAL-ANO                 PIC 9(04).
024400     02  VAL-MES                 PIC 9(02).
024500     02  VAL-DIA                 PIC 9(02).
024600     02  VAL-QTDE-ITENS          PIC 9(05).
024700     02  VAL-QTDADE-TOTAL        PIC 9(09).
024800     02  VAL-VALOR-TOTAL         PIC 9(11)V99.
024900
025000 FD  SEGPARM LABEL RECORD STANDARD
025100     VALUE OF FILE-ID IS "SEGPARM.DAT".
025200     COPY SEGPARM.
025300
025400 FD  PRODINV LABEL RECORD STANDARD
025500     VALUE OF FILE-ID IS "PRODINV.DAT".
025600     COPY PRODINV.
025610
025620 FD  RECEBHST LABEL RECORD STANDARD
025630     VALUE OF FILE-ID IS "RECEBHST.DAT".
025640     COPY RECEBHST.
025643
025646 FD  CLASSABC LABEL RECORD STANDARD
025649     VALUE OF FILE-ID IS "CLASSABC.DAT".
025652     COPY CLASSABC.
025655
025658 FD  CICLPARM LABEL RECORD STANDARD
025661     VALUE OF FILE-ID IS "CICLPARM.DAT".
025664     COPY CICLPARM.
025667
025670 FD  CONTCICL LABEL RECORD STANDARD
025673     VALUE OF FILE-ID IS "CONTCICL.DAT".
025676     COPY CONTCICL.
025679
025682 FD  CONTHST LABEL RECORD STANDARD
025685     VALUE OF FILE-ID IS "CONTHST.DAT".
025688     COPY CONTHST.
025700
025800 FD  COPIA LABEL RECORD STANDARD
025900     VALUE OF FILE-ID IS WS-NOME-COPIA.
026000     COPY COPIAREG.
026100
026200 FD  COPIACTL LABEL RECORD STANDARD
026300     VALUE OF FILE-ID IS WS-NOME-COPIACTL.
026400     COPY COPIACTL.
026500
026600 FD  RELCOPI LABEL RECORD STANDARD
026700     VALUE OF FILE-ID IS "PRODCOPI.LST".
026800 01  LINHA-RELATORIO             PIC X(132).
026900
027000 WORKING-STORAGE SECTION.
027100 01  ARQST-ARQUIVO               PIC X(02).
027200 01  ARQST-COPIA                 PIC X(02).
027300 01  ARQST-COPIACTL              PIC X(02).
027400 01  ARQST-RELCOPI               PIC X(02).
027500
027600 01  WS-SWITCHES.
027700     02  WS-FIM-ARQUIVO          PIC X(01) VALUE "N".
027800         88  FIM-ARQUIVO                   VALUE "S".
027900
028000 01  WS-QTDE-ARQUIVOS            PIC 9(02) COMP VALUE 26.
028100 01  WS-ARQ                      PIC 9(02) COMP VALUE ZERO.
028200 01  WS-QTDE-PRESENTES           PIC 9(02) COMP VALUE ZERO.
028300 01  WS-QTDE-AUSENTES            PIC 9(02) COMP VALUE ZERO.
028400 01  WS-QTDE-REGISTROS           PIC 9(09) COMP VALUE ZERO.
028500
028600******************************************************************
028700* VALORES DO REGISTRO LIDO QUE ENTRAM NOS TOTAIS DE CONFERENCIA.
028800* CADA PARAGRAFO DE LEITURA PREENCHE OS QUE SE APLICAM AO SEU
028900* ARQUIVO; OS DEMAIS FICAM ZERADOS.
029000******************************************************************
029100 01  WS-VALORES.
029200     02  WS-VALOR-1              PIC 9(13)V99 VALUE ZERO.
029300     02  WS-VALOR-2              PIC 9(13)V99 VALUE ZERO.
029400     02  WS-VALOR-3              PIC 9(13)V99 VALUE ZERO.
029500
029600 01  WS-MOMENTO.
029700     02  WS-MOM-DATA.
029800         03  WS-MOM-ANO          PIC 9(04).
029900         03  WS-MOM-MES          PIC 9(02).
030000         03  WS-MOM-DIA          PIC 9(02).
030100     02  WS-MOM-HORA             PIC 9(06).
030200     02  FILLER                  PIC X(07).
030300 01  WS-MOM-DATA-N REDEFINES WS-MOMENTO PIC 9(08).
030400
030500 01  WS-NOME-COPIA               PIC X(15).
030600 01  WS-NOME-COPIACTL            PIC X(15).
030700
030800******************************************************************
030900* ARQUIVOS COPIADOS, NA ORDEM DA COPIA: NOME LOGICO E NOME EM
031000* DISCO. A MESMA ORDEM E USADA PELO PRODREST; ARQUIVO NOVO ENTRA
031100* NO FIM DA TABELA.
031200******************************************************************
031300 01  WS-TABELA-NOMES.
031400     02  FILLER                  PIC X(20)  VALUE
031500             "PRODUTOSPRODUTOS.DAT".
031600     02  FILLER                  PIC X(20)  VALUE
031700             "SALDOLOCSALDOLOC.DAT".
031800     02  FILLER                  PIC X(20)  VALUE
031900             "PEDIDOS PEDIDOS.DAT ".
032000     02  FILLER                  PIC X(20)  VALUE
032100             "FORNECEDFORNECED.DAT".
032200     02  FILLER                  PIC X(20)  VALUE
032300             "OPERADOROPERADOR.DAT".
032400     02  FILLER                  PIC X(20)  VALUE
032500             "LOCAIS  LOCAIS.DAT  ".
032600     02  FILLER                  PIC X(20)  VALUE
032700             "MOTIVOS MOTIVOS.DAT ".
032800     02  FILLER                  PIC X(20)  VALUE
032900             "LOTES   LOTES.DAT   ".
033000     02  FILLER                  PIC X(20)  VALUE
033100             "PRECOS  PRECOS.DAT  ".
033200     02  FILLER                  PIC X(20)  VALUE
033300             "PRECOHSTPRECOHST.DAT".
033400     02  FILLER                  PIC X(20)  VALUE
033500             "REQUISICREQUISIC.DAT".
033600     02  FILLER                  PIC X(20)  VALUE
033700             "KITS    KITS.DAT    ".
033800     02  FILLER                  PIC X(20)  VALUE
033900             "PRODMOV PRODMOV.DAT ".
034000     02  FILLER                  PIC X(20)  VALUE
034100             "PRODLOG PRODLOG.DAT ".
034200     02  FILLER                  PIC X(20)  VALUE
034300             "ACESSLOGACESSLOG.DAT".
034400     02  FILLER                  PIC X(20)  VALUE
034500             "LOTEMOV LOTEMOV.DAT ".
034600     02  FILLER                  PIC X(20)  VALUE
034700             "NUMMOV  NUMMOV.DAT  ".
034800     02  FILLER                  PIC X(20)  VALUE
034900             "PRODFECHPRODFECH.DAT".
035000     02  FILLER                  PIC X(20)  VALUE
035100             "PRODVAL PRODVAL.DAT ".
035200     02  FILLER                  PIC X(20)  VALUE
035300             "SEGPARM SEGPARM.DAT ".
035400     02  FILLER                  PIC X(20)  VALUE
035500             "PRODINV PRODINV.DAT ".
035510     02  FILLER                  PIC X(20)  VALUE
035520             "RECEBHSTRECEBHST.DAT".
035528     02  FILLER                  PIC X(20)  VALUE
035536             "CLASSABCCLASSABC.DAT".
035544     02  FILLER                  PIC X(20)  VALUE
035552             "CICLPARMCICLPARM.DAT".
035560     02  FILLER                  PIC X(20)  VALUE
035568             "CONTCICLCONTCICL.DAT".
035576     02  FILLER                  PIC X(20)  VALUE
035584             "CONTHST CONTHST.DAT ".
035600 01  WS-TABELA-NOMES-R REDEFINES WS-TABELA-NOMES.
035700     02  WS-TAB-ITEM OCCURS 26 TIMES.
035800         03  WS-TAB-NOME         PIC X(08).
035900         03  WS-TAB-FILE-ID      PIC X(12).
036000
036100******************************************************************
036200* RESULTADO DA COPIA DE CADA ARQUIVO (P = PRESENTE, A = AUSENTE),
036300* NA MESMA ORDEM DA TABELA DE NOMES.
036400******************************************************************
036500 01  WS-TABELA-TOTAIS.
036600     02  WS-TOT-ITEM OCCURS 26 TIMES.
036700         03  WS-TOT-SITUACAO     PIC X(01).
036800         03  WS-TOT-QTDE         PIC 9(07).
036900         03  WS-TOT-HASH-1       PIC 9(13)V99.
037000         03  WS-TOT-HASH-2       PIC 9(13)V99.
037100         03  WS-TOT-HASH-3       PIC 9(13)V99.
037200
037300 01  LINHA-CABECALHO-1.
037400     02  FILLER                  PIC X(01)  VALUE SPACE.
037500     02  FILLER                  PIC X(23)  VALUE
037600             "CONTROLE DE MERCADORIAS".
037700     02  FILLER                  PIC X(30)  VALUE
037800             "COPIA DE SEGURANCA".
037900     02  FILLER                  PIC X(10)  VALUE "DATA:".
038000     02  CAB1-DIA                PIC 99/.
038100     02  CAB1-MES                PIC 99/.
038200     02  CAB1-ANO                PIC 9999.
038300
038400 01  LINHA-CABECALHO-2.
038500     02  FILLER                  PIC X(01)  VALUE SPACE.
038600     02  FILLER                  PIC X(09)  VALUE "COPIA...:".
038700     02  CAB2-COPIA              PIC X(17).
038800     02  FILLER                  PIC X(11)  VALUE "CONTROLE..:".
038900     02  CAB2-CONTROLE           PIC X(15).
039000
039100 01  LINHA-CABECALHO-3.
039200     02  FILLER                  PIC X(01)  VALUE SPACE.
039300     02  FILLER                  PIC X(10)  VALUE "ARQUIVO".
039400     02  FILLER                  PIC X(14)  VALUE "NOME EM DISCO".
039500     02  FILLER                  PIC X(10)  VALUE "SITUACAO".
039600     02  FILLER                  PIC X(12)  VALUE " REGISTROS".
039700     02  FILLER                  PIC X(22)  VALUE
039800             "             TOTAL 1".
039900     02  FILLER                  PIC X(22)  VALUE
040000             "             TOTAL 2".
040100     02  FILLER                  PIC X(22)  VALUE
040200             "             TOTAL 3".
040300
040400 01  LINHA-DETALHE.
040500     02  FILLER                  PIC X(01)  VALUE SPACE.
040600     02  DET-ARQUIVO             PIC X(08).
040700     02  FILLER                  PIC X(02)  VALUE SPACES.
040800     02  DET-FILE-ID             PIC X(12).
040900     02  FILLER                  PIC X(02)  VALUE SPACES.
041000     02  DET-SITUACAO            PIC X(08).
041100     02  FILLER                  PIC X(02)  VALUE SPACES.
041200     02  DET-QTDE                PIC Z.ZZZ.ZZ9.
041300     02  FILLER                  PIC X(02)  VALUE SPACES.
041400     02  DET-HASH-1              PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
041500     02  FILLER                  PIC X(02)  VALUE SPACES.
041600     02  DET-HASH-2              PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
041700     02  FILLER                  PIC X(02)  VALUE SPACES.
041800     02  DET-HASH-3              PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
041900
042000 01  LINHA-RODAPE-1.
042100     02  FILLER                  PIC X(01)  VALUE SPACE.
042200     02  FILLER                  PIC X(32)  VALUE
042300             "ARQUIVOS COPIADOS.............:".
042400     02  ROD-PRESENTES           PIC ZZ.ZZ9.
042500
042600 01  LINHA-RODAPE-2.
042700     02  FILLER                  PIC X(01)  VALUE SPACE.
042800     02  FILLER                  PIC X(32)  VALUE
042900             "ARQUIVOS AUSENTES.............:".
043000     02  ROD-AUSENTES            PIC ZZ.ZZ9.
043100
043200 01  LINHA-RODAPE-3.
043300     02  FILLER                  PIC X(01)  VALUE SPACE.
043400     02  FILLER                  PIC X(32)  VALUE
043500             "REGISTROS COPIADOS............:".
043600     02  ROD-REGISTROS           PIC ZZZ.ZZZ.ZZ9.
043700
043800 PROCEDURE DIVISION.
043900
044000 0000-MAINLINE.
044100     PERFORM 1000-INICIAR               THRU 1000-EXIT.
044200     PERFORM 2100-COPIAR-PRODUTOS       THRU 2100-EXIT.
044300     PERFORM 2120-COPIAR-SALDOLOC       THRU 2120-EXIT.
044400     PERFORM 2140-COPIAR-PEDIDOS        THRU 2140-EXIT.
044500     PERFORM 2160-COPIAR-FORNECED       THRU 2160-EXIT.
044600     PERFORM 2180-COPIAR-OPERADOR       THRU 2180-EXIT.
044700     PERFORM 2200-COPIAR-LOCAIS         THRU 2200-EXIT.
044800     PERFORM 2220-COPIAR-MOTIVOS        THRU 2220-EXIT.
044900     PERFORM 2240-COPIAR-LOTES          THRU 2240-EXIT.
045000     PERFORM 2260-COPIAR-PRECOS         THRU 2260-EXIT.
045100     PERFORM 2280-COPIAR-PRECOHST       THRU 2280-EXIT.
045200     PERFORM 2300-COPIAR-REQUISIC       THRU 2300-EXIT.
045300     PERFORM 2320-COPIAR-KITS           THRU 2320-EXIT.
045400     PERFORM 2340-COPIAR-PRODMOV        THRU 2340-EXIT.
045500     PERFORM 2360-COPIAR-PRODLOG        THRU 2360-EXIT.
045600     PERFORM 2380-COPIAR-ACESSLOG       THRU 2380-EXIT.
045700     PERFORM 2400-COPIAR-LOTEMOV        THRU 2400-EXIT.
045800     PERFORM 2420-COPIAR-NUMMOV         THRU 2420-EXIT.
045900     PERFORM 2440-COPIAR-PRODFECH       THRU 2440-EXIT.
046000     PERFORM 2460-COPIAR-PRODVAL        THRU 2460-EXIT.
046100     PERFORM 2480-COPIAR-SEGPARM        THRU 2480-EXIT.
046200     PERFORM 2500-COPIAR-PRODINV        THRU 2500-EXIT.
046210     PERFORM 2520-COPIAR-RECEBHST       THRU 2520-EXIT.
046228     PERFORM 2540-COPIAR-CLASSABC       THRU 2540-EXIT.
046246     PERFORM 2560-COPIAR-CICLPARM       THRU 2560-EXIT.
046264     PERFORM 2580-COPIAR-CONTCICL       THRU 2580-EXIT.
046282     PERFORM 2600-COPIAR-CONTHST        THRU 2600-EXIT.
046300     PERFORM 3000-GRAVAR-CONTROLE       THRU 3000-EXIT.
046400     PERFORM 6000-IMPRIMIR-RESUMO       THRU 6000-EXIT.
046500     PERFORM 9000-ENCERRAR              THRU 9000-EXIT.
046600     DISPLAY "PRODCOPI: COPIA CONCLUIDA - " WS-NOME-COPIA
046700             " / " WS-NOME-COPIACTL.
046800     MOVE ZERO TO RETURN-CODE.
046900     GOBACK.
047000
047100******************************************************************
047200* MONTA OS NOMES DO CONJUNTO DO DIA (BKPAAAAMMDD.DAT E .CTL),
047300* ESVAZIA O CONTROLE ANTES DE COMECAR (UMA COPIA DO MESMO DIA QUE
047400* JA EXISTIA DEIXA DE VALER ATE ESTA TERMINAR), ABRE A COPIA E O
047500* RELATORIO E ZERA OS TOTAIS.
047600******************************************************************
047700 1000-INICIAR.
047800     MOVE FUNCTION CURRENT-DATE TO WS-MOMENTO.
047900     MOVE SPACES TO WS-NOME-COPIA WS-NOME-COPIACTL.
048000     STRING "BKP"             DELIMITED BY SIZE
048100            WS-MOM-DATA       DELIMITED BY SIZE
048200            ".DAT"            DELIMITED BY SIZE
048300            INTO WS-NOME-COPIA.
048400     STRING "BKP"             DELIMITED BY SIZE
048500            WS-MOM-DATA       DELIMITED BY SIZE
048600            ".CTL"            DELIMITED BY SIZE
048700            INTO WS-NOME-COPIACTL.
048800     OPEN OUTPUT COPIACTL.
048900     IF ARQST-COPIACTL NOT = "00"
049000        DISPLAY "PRODCOPI: ERRO NA ABERTURA DE " WS-NOME-COPIACTL
049100                " - " ARQST-COPIACTL
049200        MOVE 8 TO RETURN-CODE
049300        GOBACK.
049400     CLOSE COPIACTL.
049500     OPEN OUTPUT COPIA.
049600     IF ARQST-COPIA NOT = "00"
049700        DISPLAY "PRODCOPI: ERRO NA ABERTURA DE " WS-NOME-COPIA
049800                " - " ARQST-COPIA
049900        MOVE 8 TO RETURN-CODE
050000        GOBACK.
050100     OPEN OUTPUT RELCOPI.
050200     IF ARQST-RELCOPI NOT = "00"
050300        DISPLAY "PRODCOPI: ERRO NA ABERTURA DE PRODCOPI.LST - "
050400                ARQST-RELCOPI
050500        CLOSE COPIA
050600        MOVE 8 TO RETURN-CODE
050700        GOBACK.
050800     PERFORM 1100-ZERAR-TOTAIS THRU 1100-EXIT
050900             VARYING WS-ARQ FROM 1 BY 1
051000             UNTIL WS-ARQ > WS-QTDE-ARQUIVOS.
051100 1000-EXIT.
051200     EXIT.
051300
051400 1100-ZERAR-TOTAIS.
051500     MOVE "A"  TO WS-TOT-SITUACAO (WS-ARQ).
051600     MOVE ZERO TO WS-TOT-QTDE (WS-ARQ)
051700                  WS-TOT-HASH-1 (WS-ARQ)
051800                  WS-TOT-HASH-2 (WS-ARQ)
051900                  WS-TOT-HASH-3 (WS-ARQ).
052000 1100-EXIT.
052100     EXIT.
052200
052300******************************************************************
052400* UM PAR DE PARAGRAFOS POR ARQUIVO: ABERTURA E LEITURA. CADA
052500* LEITURA PASSA O REGISTRO PARA A COPIA E INFORMA OS VALORES DOS
052600* TOTAIS DE CONFERENCIA:
052700*   PRODUTOS  CODIGO, QTDADE E TOTAL
052800*   SALDOLOC  PRODUTO, SALDO E LOCAL
052900*   PEDIDOS   NUMERO, QTDE PEDIDA E QTDE RECEBIDA
053000*   FORNECED  CODIGO E PRAZO
053100*   OPERADOR  NIVEL, FALHAS E DATA DA SENHA
053200*   LOCAIS    CODIGO
053300*   MOTIVOS   CODIGO
053400*   LOTES     PRODUTO, SALDO E LOCAL
053500*   PRECOS    PRODUTO, PRECO E VIGENCIA
053600*   PRECOHST  PRODUTO, PRECO E VIGENCIA
053700*   REQUISIC  NUMERO, QTDE PEDIDA E QTDE ATENDIDA
053800*   KITS      KIT, COMPONENTE E QUANTIDADE
053900*   PRODMOV   QUANTIDADE, PRODUTO E NUMERO DO MOVIMENTO
054000*   PRODLOG   QTDADE DEPOIS, PRODUTO E QTDADE ANTES
054100*   ACESSLOG  DATA E HORA
054200*   LOTEMOV   NUMERO, QUANTIDADE E PRODUTO
054300*   NUMMOV    ULTIMO NUMERO
054400*   PRODFECH  PERIODO (AAAAMM) E ANO DO FECHAMENTO
054500*   PRODVAL   QTDADE TOTAL, VALOR TOTAL E ITENS
054600*   SEGPARM   MAXIMO DE FALHAS E VALIDADE DA SENHA
054700*   PRODINV   PRODUTO E QTDE CONTADA
054710*   RECEBHST  NUMERO DO MOVIMENTO, QUANTIDADE E PEDIDO
054728*   CLASSABC  PRODUTO E DATA DA CLASSIFICACAO
054746*   CICLPARM  FREQUENCIAS DAS CLASSES A, B E C
054764*   CONTCICL  PRODUTO, PROXIMA CONTAGEM E LOCAL
054782*   CONTHST   PRODUTO, QTDE CONTADA E DATA DA CONTAGEM
054800* O PRODREST CALCULA OS MESMOS TOTAIS SOBRE OS ARQUIVOS
054900* RESTAURADOS.
055000******************************************************************
055100 2100-COPIAR-PRODUTOS.
055200     MOVE 1 TO WS-ARQ.
055300     OPEN INPUT PRODUTOS.
055400     PERFORM 2900-VERIFICAR-ABERTURA THRU 2900-EXIT.
055500     IF FIM-ARQUIVO
055600        GO TO 2100-EXIT.
055700     PERFORM 2110-LER-PRODUTOS THRU 2110-EXIT
055800             UNTIL FIM-ARQUIVO.
055900     CLOSE PRODUTOS.
056000 2100-EXIT.
056100     EXIT.
056200
056300 2110-LER-PRODUTOS.
056400     READ PRODUTOS NEXT
056500          AT END MOVE "S" TO WS-FIM-ARQUIVO
056600     END-READ.
056700     PERFORM 2920-VERIFICAR-LEITURA THRU 2920-EXIT.
056800     IF FIM-ARQUIVO
056900        GO TO 2110-EXIT.
057000     MOVE REG-PROD               TO CPR-DADOS.
057100     MOVE CODIGO                 TO WS-VALOR-1.
057200     MOVE QTDADE                 TO WS-VALOR-2.
057300     MOVE TOTAL                  TO WS-VALOR-3.
057400     PERFORM 2950-GRAVAR-COPIA THRU 2950-EXIT.
057500 2110-EXIT.
057600     EXIT.
057700
057800 2120-COPIAR-SALDOLOC.
057900     MOVE 2 TO WS-ARQ.
058000     OPEN INPUT SALDOLOC.
058100     PERFORM 2900-VERIFICAR-ABERTURA THRU 2900-EXIT.
058200     IF FIM-ARQUIVO
058300        GO TO 2120-EXIT.
058400     PERFORM 2130-LER-SALDOLOC THRU 2130-EXIT
058500             UNTIL FIM-ARQUIVO.
058600     CLOSE SALDOLOC.
058700 2120-EXIT.
058800     EXIT.
058900
059000 2130-LER-SALDOLOC.
059100     READ SALDOLOC NEXT
059200          AT END MOVE "S" TO WS-FIM-ARQUIVO
059300     END-READ.
059400     PERFORM 2920-VERIFICAR-LEITURA THRU 2920-EXIT.
059500     IF FIM-ARQUIVO
059600        GO TO 2130-EXIT.
059700     MOVE REG-SLOC               TO CPR-DADOS.
059800     MOVE SLOC-CODIGO            TO WS-VALOR-1.
059900     MOVE SLOC-QTDADE            TO WS-VALOR-2.
060000     MOVE SLOC-LOCAL             TO WS-VALOR-3.
060100     PERFORM 2950-GRAVAR-COPIA THRU 2950-EXIT.
060200 2130-EXIT.
060300     EXIT.
060400
060500 2140-COPIAR-PEDIDOS.
060600     MOVE 3 TO WS-ARQ.
060700     OPEN INPUT PEDIDOS.
060800     PERFORM 2900-VERIFICAR-ABERTURA THRU 2900-EXIT.
060900     IF FIM-ARQUIVO
061000        GO TO 2140-EXIT.
061100     PERFORM 2150-LER-PEDIDOS THRU 2150-EXIT
061200             UNTIL FIM-ARQUIVO.
061300     CLOSE PEDIDOS.
061400 2140-EXIT.
061500     EXIT.
061600
061700 2150-LER-PEDIDOS.
061800     READ PEDIDOS NEXT
061900          AT END MOVE "S" TO WS-FIM-ARQUIVO
062000     END-READ.
062100     PERFORM 2920-VERIFICAR-LEITURA THRU 2920-EXIT.
062200     IF FIM-ARQUIVO
062300        GO TO 2150-EXIT.
062400     MOVE REG-PED                TO CPR-DADOS.
062500     MOVE PED-NUMERO             TO WS-VALOR-1.
062600     MOVE PED-QTD-PEDIDA         TO WS-VALOR-2.
062700     MOVE PED-QTD-RECEBIDA       TO WS-VALOR-3.
062800     PERFORM 2950-GRAVAR-COPIA THRU 2950-EXIT.
062900 2150-EXIT.
063000     EXIT.
063100
063200 2160-COPIAR-FORNECED.
063300     MOVE 4 TO WS-ARQ.
063400     OPEN INPUT FORNECED.
063500     PERFORM 2900-VERIFICAR-ABERTURA THRU 2900-EXIT.
063600     IF FIM-ARQUIVO
063700        GO TO 2160-EXIT.
063800     PERFORM 2170-LER-FORNECED THRU 2170-EXIT
063900             UNTIL FIM-ARQUIVO.
064000     CLOSE FORNECED.
064100 2160-EXIT.
064200     EXIT.
064300
064400 2170-LER-FORNECED.
064500     READ FORNECED NEXT
064600          AT END MOVE "S" TO WS-FIM-ARQUIVO
064700     END-READ.
064800     PERFORM 2920-VERIFICAR-LEITURA THRU 2920-EXIT.
064900     IF FIM-ARQUIVO
065000        GO TO 2170-EXIT.
065100     MOVE REG-FORN               TO CPR-DADOS.
065200     MOVE FORN-ID                TO WS-VALOR-1.
065300     MOVE FORN-PRAZO             TO WS-VALOR-2.
065400     PERFORM 2950-GRAVAR-COPIA THRU 2950-EXIT.
065500 2170-EXIT.
065600     EXIT.
065700
065800 2180-COPIAR-OPERADOR.
065900     MOVE 5 TO WS-ARQ.
066000     OPEN INPUT OPERADOR.
066100     PERFORM 2900-VERIFICAR-ABERTURA THRU 2900-EXIT.
066200     IF FIM-ARQUIVO
066300        GO TO 2180-EXIT.
066400     PERFORM 2190-LER-OPERADOR THRU 2190-EXIT
066500             UNTIL FIM-ARQUIVO.
066600     CLOSE OPERADOR.
066700 2180-EXIT.
066800     EXIT.
066900
067000 2190-LER-OPERADOR.
067100     READ OPERADOR NEXT
067200          AT END MOVE "S" TO WS-FIM-ARQUIVO
067300     END-READ.
067400     PERFORM 2920-VERIFICAR-LEITURA THRU 2920-EXIT.
067500     IF FIM-ARQUIVO
067600        GO TO 2190-EXIT.
067700     MOVE REG-OPER               TO CPR-DADOS.
067800     MOVE OPER-NIVEL             TO WS-VALOR-1.
067900     MOVE OPER-FALHAS            TO WS-VALOR-2.
068000     MOVE OPER-DT-SENHA          TO WS-VALOR-3.
068100     PERFORM 2950-GRAVAR-COPIA THRU 2950-EXIT.
068200 2190-EXIT.
068300     EXIT.
068400
068500 2200-COPIAR-LOCAIS.
068600     MOVE 6 TO WS-ARQ.
068700     OPEN INPUT LOCAIS.
068800     PERFORM 2900-VERIFICAR-ABERTURA THRU 2900-EXIT.
068900     IF FIM-ARQUIVO
069000        GO TO 2200-EXIT.
069100     PERFORM 2210-LER-LOCAIS THRU 2210-EXIT
069200             UNTIL FIM-ARQUIVO.
069300     CLOSE LOCAIS.
069400 2200-EXIT.
069500     EXIT.
069600
069700 2210-LER-LOCAIS.
069800     READ LOCAIS NEXT
069900          AT END MOVE "S" TO WS-FIM-ARQUIVO
070000     END-READ.
070100     PERFORM 2920-VERIFICAR-LEITURA THRU 2920-EXIT.
070200     IF FIM-ARQUIVO
070300        GO TO 2210-EXIT.
070400     MOVE REG-LOC                TO CPR-DADOS.
070500     MOVE LOC-CODIGO             TO WS-VALOR-1.
070600     PERFORM 2950-GRAVAR-COPIA THRU 2950-EXIT.
070700 2210-EXIT.
070800     EXIT.
070900
071000 2220-COPIAR-MOTIVOS.
071100     MOVE 7 TO WS-ARQ.
071200     OPEN INPUT MOTIVOS.
071300     PERFORM 2900-VERIFICAR-ABERTURA THRU 2900-EXIT.
071400     IF FIM-ARQUIVO
071500        GO TO 2220-EXIT.
071600     PERFORM 2230-LER-MOTIVOS THRU 2230-EXIT
071700             UNTIL FIM-ARQUIVO.
071800     CLOSE MOTIVOS.
071900 2220-EXIT.
072000     EXIT.
072100
072200 2230-LER-MOTIVOS.
072300     READ MOTIVOS NEXT
072400          AT END MOVE "S" TO WS-FIM-ARQUIVO
072500     END-READ.
072600     PERFORM 2920-VERIFICAR-LEITURA THRU 2920-EXIT.
072700     IF FIM-ARQUIVO
072800        GO TO 2230-EXIT.
072900     MOVE REG-MOT                TO CPR-DADOS.
073000     MOVE MOT-CODIGO             TO WS-VALOR-1.
073100     PERFORM 2950-GRAVAR-COPIA THRU 2950-EXIT.
073200 2230-EXIT.
073300     EXIT.
073400
073500 2240-COPIAR-LOTES.
073600     MOVE 8 TO WS-ARQ.
073700     OPEN INPUT LOTES.
073800     PERFORM 2900-VERIFICAR-ABERTURA THRU 2900-EXIT.
073900     IF FIM-ARQUIVO
074000        GO TO 2240-EXIT.
074100     PERFORM 2250-LER-LOTES THRU 2250-EXIT
074200             UNTIL FIM-ARQUIVO.
074300     CLOSE LOTES.
074400 2240-EXIT.
074500     EXIT.
074600
074700 2250-LER-LOTES.
074800     READ LOTES NEXT
074900          AT END MOVE "S" TO WS-FIM-ARQUIVO
075000     END-READ.
075100     PERFORM 2920-VERIFICAR-LEITURA THRU 2920-EXIT.
075200     IF FIM-ARQUIVO
075300        GO TO 2250-EXIT.
075400     MOVE REG-LOTE               TO CPR-DADOS.
075500     MOVE LOTE-CODIGO            TO WS-VALOR-1.
075600     MOVE LOTE-QTDADE            TO WS-VALOR-2.
075700     MOVE LOTE-LOCAL             TO WS-VALOR-3.
075800     PERFORM 2950-GRAVAR-COPIA THRU 2950-EXIT.
075900 2250-EXIT.
076000     EXIT.
076100
076200 2260-COPIAR-PRECOS.
076300     MOVE 9 TO WS-ARQ.
076400     OPEN INPUT PRECOS.
076500     PERFORM 2900-VERIFICAR-ABERTURA THRU 2900-EXIT.
076600     IF FIM-ARQUIVO
076700        GO TO 2260-EXIT.
076800     PERFORM 2270-LER-PRECOS THRU 2270-EXIT
076900             UNTIL FIM-ARQUIVO.
077000     CLOSE PRECOS.
077100 2260-EXIT.
077200     EXIT.
077300
077400 2270-LER-PRECOS.
077500     READ PRECOS NEXT
077600          AT END MOVE "S" TO WS-FIM-ARQUIVO
077700     END-READ.
077800     PERFORM 2920-VERIFICAR-LEITURA THRU 2920-EXIT.
077900     IF FIM-ARQUIVO
078000        GO TO 2270-EXIT.
078100     MOVE REG-PRECO              TO CPR-DADOS.
078200     MOVE PRC-CODIGO             TO WS-VALOR-1.
078300     MOVE PRC-PRECO              TO WS-VALOR-2.
078400     MOVE PRC-VIGENCIA           TO WS-VALOR-3.
078500     PERFORM 2950-GRAVAR-COPIA THRU 2950-EXIT.
078600 2270-EXIT.
078700     EXIT.
078800
078900 2280-COPIAR-PRECOHST.
079000     MOVE 10 TO WS-ARQ.
079100     OPEN INPUT PRECOHST.
079200     PERFORM 2900-VERIFICAR-ABERTURA THRU 2900-EXIT.
079300     IF FIM-ARQUIVO
079400        GO TO 2280-EXIT.
079500     PERFORM 2290-LER-PRECOHST THRU 2290-EXIT
079600             UNTIL FIM-ARQUIVO.
079700     CLOSE PRECOHST.
079800 2280-EXIT.
079900     EXIT.
080000
080100 2290-LER-PRECOHST.
080200     READ PRECOHST NEXT
080300          AT END MOVE "S" TO WS-FIM-ARQUIVO
080400     END-READ.
080500     PERFORM 2920-VERIFICAR-LEITURA THRU 2920-EXIT.
080600     IF FIM-ARQUIVO
080700        GO TO 2290-EXIT.
080800     MOVE REG-PHST               TO CPR-DADOS.
080900     MOVE PHST-CODIGO            TO WS-VALOR-1.
081000     MOVE PHST-PRECO             TO WS-VALOR-2.
081100     MOVE PHST-VIGENCIA          TO WS-VALOR-3.
081200     PERFORM 2950-GRAVAR-COPIA THRU 2950-EXIT.
081300 2290-EXIT.
081400     EXIT.
081500
081600 2300-COPIAR-REQUISIC.
081700     MOVE 11 TO WS-ARQ.
081800     OPEN INPUT REQUISIC.
081900     PERFORM 2900-VERIFICAR-ABERTURA THRU 2900-EXIT.
082000     IF FIM-ARQUIVO
082100        GO TO 2300-EXIT.
082200     PERFORM 2310-LER-REQUISIC THRU 2310-EXIT
082300             UNTIL FIM-ARQUIVO.
082400     CLOSE REQUISIC.
082500 2300-EXIT.
082600     EXIT.
082700
082800 2310-LER-REQUISIC.
082900     READ REQUISIC NEXT
083000          AT END MOVE "S" TO WS-FIM-ARQUIVO
083100     END-READ.
083200     PERFORM 2920-VERIFICAR-LEITURA THRU 2920-EXIT.
083300     IF FIM-ARQUIVO
083400        GO TO 2310-EXIT.
083500     MOVE REG-REQ                TO CPR-DADOS.
083600     MOVE REQ-NUMERO             TO WS-VALOR-1.
083700     MOVE REQ-QTD-PEDIDA         TO WS-VALOR-2.
083800     MOVE REQ-QTD-ATENDIDA       TO WS-VALOR-3.
083900     PERFORM 2950-GRAVAR-COPIA THRU 2950-EXIT.
084000 2310-EXIT.
084100     EXIT.
084200
084300 2320-COPIAR-KITS.
084400     MOVE 12 TO WS-ARQ.
084500     OPEN INPUT KITS.
084600     PERFORM 2900-VERIFICAR-ABERTURA THRU 2900-EXIT.
084700     IF FIM-ARQUIVO
084800        GO TO 2320-EXIT.
084900     PERFORM 2330-LER-KITS THRU 2330-EXIT
085000             UNTIL FIM-ARQUIVO.
085100     CLOSE KITS.
085200 2320-EXIT.
085300     EXIT.
085400
085500 2330-LER-KITS.
085600     READ KITS NEXT
085700          AT END MOVE "S" TO WS-FIM-ARQUIVO
085800     END-READ.
085900     PERFORM 2920-VERIFICAR-LEITURA THRU 2920-EXIT.
086000     IF FIM-ARQUIVO
086100        GO TO 2330-EXIT.
086200     MOVE REG-KIT                TO CPR-DADOS.
086300     MOVE KIT-CODIGO             TO WS-VALOR-1.
086400     MOVE KIT-COMPONENTE         TO WS-VALOR-2.
086500     MOVE KIT-QTDE               TO WS-VALOR-3.
086600     PERFORM 2950-GRAVAR-COPIA THRU 2950-EXIT.
086700 2330-EXIT.
086800     EXIT.
086900
087000 2340-COPIAR-PRODMOV.
087100     MOVE 13 TO WS-ARQ.
087200     OPEN INPUT PRODMOV.
087300     PERFORM 2900-VERIFICAR-ABERTURA THRU 2900-EXIT.
087400     IF FIM-ARQUIVO
087500        GO TO 2340-EXIT.
087600     PERFORM 2350-LER-PRODMOV THRU 2350-EXIT
087700             UNTIL FIM-ARQUIVO.
087800     CLOSE PRODMOV.
087900 2340-EXIT.
088000     EXIT.
088100
088200 2350-LER-PRODMOV.
088300     READ PRODMOV
088400          AT END MOVE "S" TO WS-FIM-ARQUIVO
088500     END-READ.
088600     PERFORM 2920-VERIFICAR-LEITURA THRU 2920-EXIT.
088700     IF FIM-ARQUIVO
088800        GO TO 2350-EXIT.
088900     MOVE REG-MOV                TO CPR-DADOS.
089000     MOVE MOV-QUANTIDADE         TO WS-VALOR-1.
089100     MOVE MOV-CODIGO             TO WS-VALOR-2.
089200     MOVE MOV-NUMERO             TO WS-VALOR-3.
089300     PERFORM 2950-GRAVAR-COPIA THRU 2950-EXIT.
089400 2350-EXIT.
089500     EXIT.
089600
089700 2360-COPIAR-PRODLOG.
089800     MOVE 14 TO WS-ARQ.
089900     OPEN INPUT PRODLOG.
090000     PERFORM 2900-VERIFICAR-ABERTURA THRU 2900-EXIT.
090100     IF FIM-ARQUIVO
090200        GO TO 2360-EXIT.
090300     PERFORM 2370-LER-PRODLOG THRU 2370-EXIT
090400             UNTIL FIM-ARQUIVO.
090500     CLOSE PRODLOG.
090600 2360-EXIT.
090700     EXIT.
090800
090900 2370-LER-PRODLOG.
091000     READ PRODLOG
091100          AT END MOVE "S" TO WS-FIM-ARQUIVO
091200     END-READ.
091300     PERFORM 2920-VERIFICAR-LEITURA THRU 2920-EXIT.
091400     IF FIM-ARQUIVO
091500        GO TO 2370-EXIT.
091600     MOVE REG-LOG                TO CPR-DADOS.
091700     MOVE LOG-QTDADE-DEPOIS      TO WS-VALOR-1.
091800     MOVE LOG-CODIGO-DEPOIS      TO WS-VALOR-2.
091900     MOVE LOG-QTDADE-ANTES       TO WS-VALOR-3.
092000     PERFORM 2950-GRAVAR-COPIA THRU 2950-EXIT.
092100 2370-EXIT.
092200     EXIT.
092300
092400 2380-COPIAR-ACESSLOG.
092500     MOVE 15 TO WS-ARQ.
092600     OPEN INPUT ACESSLOG.
092700     PERFORM 2900-VERIFICAR-ABERTURA THRU 2900-EXIT.
092800     IF FIM-ARQUIVO
092900        GO TO 2380-EXIT.
093000     PERFORM 2390-LER-ACESSLOG THRU 2390-EXIT
093100             UNTIL FIM-ARQUIVO.
093200     CLOSE ACESSLOG.
093300 2380-EXIT.
093400     EXIT.
093500
093600 2390-LER-ACESSLOG.
093700     READ ACESSLOG
093800          AT END MOVE "S" TO WS-FIM-ARQUIVO
093900     END-READ.
094000     PERFORM 2920-VERIFICAR-LEITURA THRU 2920-EXIT.
094100     IF FIM-ARQUIVO
094200        GO TO 2390-EXIT.
094300     MOVE REG-ACESSO             TO CPR-DADOS.
094400     MOVE ACE-DATA               TO WS-VALOR-1.
094500     MOVE ACE-HORA               TO WS-VALOR-2.
094600     PERFORM 2950-GRAVAR-COPIA THRU 2950-EXIT.
094700 2390-EXIT.
094800     EXIT.
094900
095000 2400-COPIAR-LOTEMOV.
095100     MOVE 16 TO WS-ARQ.
095200     OPEN INPUT LOTEMOV.
095300     PERFORM 2900-VERIFICAR-ABERTURA THRU 2900-EXIT.
095400     IF FIM-ARQUIVO
095500        GO TO 2400-EXIT.
095600     PERFORM 2410-LER-LOTEMOV THRU 2410-EXIT
095700             UNTIL FIM-ARQUIVO.
095800     CLOSE LOTEMOV.
095900 2400-EXIT.
096000     EXIT.
096100
096200 2410-LER-LOTEMOV.
096300     READ LOTEMOV
096400          AT END MOVE "S" TO WS-FIM-ARQUIVO
096500     END-READ.
096600     PERFORM 2920-VERIFICAR-LEITURA THRU 2920-EXIT.
096700     IF FIM-ARQUIVO
096800        GO TO 2410-EXIT.
096900     MOVE REG-LMOV               TO CPR-DADOS.
097000     MOVE LMOV-NUMERO            TO WS-VALOR-1.
097100     MOVE LMOV-QTDE              TO WS-VALOR-2.
097200     MOVE LMOV-CODIGO            TO WS-VALOR-3.
097300     PERFORM 2950-GRAVAR-COPIA THRU 2950-EXIT.
097400 2410-EXIT.
097500     EXIT.
097600
097700 2420-COPIAR-NUMMOV.
097800     MOVE 17 TO WS-ARQ.
097900     OPEN INPUT NUMMOV.
098000     PERFORM 2900-VERIFICAR-ABERTURA THRU 2900-EXIT.
098100     IF FIM-ARQUIVO
098200        GO TO 2420-EXIT.
098300     PERFORM 2430-LER-NUMMOV THRU 2430-EXIT
098400             UNTIL FIM-ARQUIVO.
098500     CLOSE NUMMOV.
098600 2420-EXIT.
098700     EXIT.
098800
098900 2430-LER-NUMMOV.
099000     READ NUMMOV
099100          AT END MOVE "S" TO WS-FIM-ARQUIVO
099200     END-READ.
099300     PERFORM 2920-VERIFICAR-LEITURA THRU 2920-EXIT.
099400     IF FIM-ARQUIVO
099500        GO TO 2430-EXIT.
099600     MOVE REG-NUMMOV             TO CPR-DADOS.
099700     MOVE NUMM-ULTIMO            TO WS-VALOR-1.
099800     PERFORM 2950-GRAVAR-COPIA THRU 2950-EXIT.
099900 2430-EXIT.
100000     EXIT.
100100
100200 2440-COPIAR-PRODFECH.
100300     MOVE 18 TO WS-ARQ.
100400     OPEN INPUT PRODFECH.
100500     PERFORM 2900-VERIFICAR-ABERTURA THRU 2900-EXIT.
100600     IF FIM-ARQUIVO
100700        GO TO 2440-EXIT.
100800     PERFORM 2450-LER-PRODFECH THRU 2450-EXIT
100900             UNTIL FIM-ARQUIVO.
101000     CLOSE PRODFECH.
101100 2440-EXIT.
101200     EXIT.
101300
101400 2450-LER-PRODFECH.
101500     READ PRODFECH
101600          AT END MOVE "S" TO WS-FIM-ARQUIVO
101700     END-READ.
101800     PERFORM 2920-VERIFICAR-LEITURA THRU 2920-EXIT.
101900     IF FIM-ARQUIVO
102000        GO TO 2450-EXIT.
102100     MOVE REG-FECH               TO CPR-DADOS.
102200     COMPUTE WS-VALOR-1 = FECH-ANO * 100 + FECH-MES.
102300     MOVE FECH-DT-ANO            TO WS-VALOR-2.
102400     PERFORM 2950-GRAVAR-COPIA THRU 2950-EXIT.
102500 2450-EXIT.
102600     EXIT.
102700
102800 2460-COPIAR-PRODVAL.
102900     MOVE 19 TO WS-ARQ.
103000     OPEN INPUT PRODVAL.
103100     PERFORM 2900-VERIFICAR-ABERTURA THRU 2900-EXIT.
103200     IF FIM-ARQUIVO
103300        GO TO 2460-EXIT.
103400     PERFORM 2470-LER-PRODVAL THRU 2470-EXIT
103500             UNTIL FIM-ARQUIVO.
103600     CLOSE PRODVAL.
103700 2460-EXIT.
103800     EXIT.
103900
104000 2470-LER-PRODVAL.
104100     READ PRODVAL
104200          AT END MOVE "S" TO WS-FIM-ARQUIVO
104300     END-READ.
104400     PERFORM 2920-VERIFICAR-LEITURA THRU 2920-EXIT.
104500     IF FIM-ARQUIVO
104600        GO TO 2470-EXIT.
104700     MOVE REG-VAL                TO CPR-DADOS.
104800     MOVE VAL-QTDADE-TOTAL       TO WS-VALOR-1.
104900     MOVE VAL-VALOR-TOTAL        TO WS-VALOR-2.
105000     MOVE VAL-QTDE-ITENS         TO WS-VALOR-3.
105100     PERFORM 2950-GRAVAR-COPIA THRU 2950-EXIT.
105200 2470-EXIT.
105300     EXIT.
105400
105500 2480-COPIAR-SEGPARM.
105600     MOVE 20 TO WS-ARQ.
105700     OPEN INPUT SEGPARM.
105800     PERFORM 2900-VERIFICAR-ABERTURA THRU 2900-EXIT.
105900     IF FIM-ARQUIVO
106000        GO TO 2480-EXIT.
106100     PERFORM 2490-LER-SEGPARM THRU 2490-EXIT
106200             UNTIL FIM-ARQUIVO.
106300     CLOSE SEGPARM.
106400 2480-EXIT.
106500     EXIT.
106600
106700 2490-LER-SEGPARM.
106800     READ SEGPARM
106900          AT END MOVE "S" TO WS-FIM-ARQUIVO
107000     END-READ.
107100     PERFORM 2920-VERIFICAR-LEITURA THRU 2920-EXIT.
107200     IF FIM-ARQUIVO
107300        GO TO 2490-EXIT.
107400     MOVE REG-SEGPARM            TO CPR-DADOS.
107500     MOVE SEG-MAX-FALHAS         TO WS-VALOR-1.
107600     MOVE SEG-VALIDADE           TO WS-VALOR-2.
107700     PERFORM 2950-GRAVAR-COPIA THRU 2950-EXIT.
107800 2490-EXIT.
107900     EXIT.
108000
108100 2500-COPIAR-PRODINV.
108200     MOVE 21 TO WS-ARQ.
108300     OPEN INPUT PRODINV.
108400     PERFORM 2900-VERIFICAR-ABERTURA THRU 2900-EXIT.
108500     IF FIM-ARQUIVO
108600        GO TO 2500-EXIT.
108700     PERFORM 2510-LER-PRODINV THRU 2510-EXIT
108800             UNTIL FIM-ARQUIVO.
108900     CLOSE PRODINV.
109000 2500-EXIT.
109100     EXIT.
109200
109300 2510-LER-PRODINV.
109400     READ PRODINV
109500          AT END MOVE "S" TO WS-FIM-ARQUIVO
109600     END-READ.
109700     PERFORM 2920-VERIFICAR-LEITURA THRU 2920-EXIT.
109800     IF FIM-ARQUIVO
109900        GO TO 2510-EXIT.
110000     MOVE REG-INV                TO CPR-DADOS.
110100     MOVE INV-CODIGO             TO WS-VALOR-1.
110200     MOVE INV-QTDADE-CONTADA     TO WS-VALOR-2.
110300     PERFORM 2950-GRAVAR-COPIA THRU 2950-EXIT.
110400 2510-EXIT.
110500     EXIT.
110503
110506 2520-COPIAR-RECEBHST.
110509     MOVE 22 TO WS-ARQ.
110512     OPEN INPUT RECEBHST.
110515     PERFORM 2900-VERIFICAR-ABERTURA THRU 2900-EXIT.
110518     IF FIM-ARQUIVO
110521        GO TO 2520-EXIT.
110524     PERFORM 2530-LER-RECEBHST THRU 2530-EXIT
110527             UNTIL FIM-ARQUIVO.
110530     CLOSE RECEBHST.
110533 2520-EXIT.
110536     EXIT.
110539
110542 2530-LER-RECEBHST.
110545     READ RECEBHST
110548          AT END MOVE "S" TO WS-FIM-ARQUIVO
110551     END-READ.
110554     PERFORM 2920-VERIFICAR-LEITURA THRU 2920-EXIT.
110557     IF FIM-ARQUIVO
110560        GO TO 2530-EXIT.
110563     MOVE REG-RHST               TO CPR-DADOS.
110564     MOVE RHST-MOV-NUMERO        TO WS-VALOR-1.
110565     MOVE RHST-QTDE              TO WS-VALOR-2.
110566     MOVE RHST-PEDIDO            TO WS-VALOR-3.
110567     PERFORM 2950-GRAVAR-COPIA THRU 2950-EXIT.
110568 2530-EXIT.
110569     EXIT.
110570
110571 2540-COPIAR-CLASSABC.
110572     MOVE 23 TO WS-ARQ.
110573     OPEN INPUT CLASSABC.
110574     PERFORM 2900-VERIFICAR-ABERTURA THRU 2900-EXIT.
110575     IF FIM-ARQUIVO
110576        GO TO 2540-EXIT.
110577     PERFORM 2550-LER-CLASSABC THRU 2550-EXIT
110578             UNTIL FIM-ARQUIVO.
110579     CLOSE CLASSABC.
110580 2540-EXIT.
110581     EXIT.
110582
110583 2550-LER-CLASSABC.
110584     READ CLASSABC
110585          AT END MOVE "S" TO WS-FIM-ARQUIVO
110586     END-READ.
110587     PERFORM 2920-VERIFICAR-LEITURA THRU 2920-EXIT.
110588     IF FIM-ARQUIVO
110589        GO TO 2550-EXIT.
110590     MOVE REG-CABC               TO CPR-DADOS.
110591     MOVE CABC-CODIGO            TO WS-VALOR-1.
110592     MOVE CABC-DATA              TO WS-VALOR-2.
110593     PERFORM 2950-GRAVAR-COPIA THRU 2950-EXIT.
110594 2550-EXIT.
110595     EXIT.
110596
110597 2560-COPIAR-CICLPARM.
110598     MOVE 24 TO WS-ARQ.
110599     OPEN INPUT CICLPARM.
110600     PERFORM 2900-VERIFICAR-ABERTURA THRU 2900-EXIT.
110601     IF FIM-ARQUIVO
110602        GO TO 2560-EXIT.
110603     PERFORM 2570-LER-CICLPARM THRU 2570-EXIT
110604             UNTIL FIM-ARQUIVO.
110605     CLOSE CICLPARM.
110606 2560-EXIT.
110607     EXIT.
110608
110609 2570-LER-CICLPARM.
110610     READ CICLPARM
110611          AT END MOVE "S" TO WS-FIM-ARQUIVO
110612     END-READ.
110613     PERFORM 2920-VERIFICAR-LEITURA THRU 2920-EXIT.
110614     IF FIM-ARQUIVO
110615        GO TO 2570-EXIT.
110616     MOVE REG-CICP               TO CPR-DADOS.
110617     MOVE CICP-FREQ-A            TO WS-VALOR-1.
110618     MOVE CICP-FREQ-B            TO WS-VALOR-2.
110619     MOVE CICP-FREQ-C            TO WS-VALOR-3.
110620     PERFORM 2950-GRAVAR-COPIA THRU 2950-EXIT.
110621 2570-EXIT.
110622     EXIT.
110623
110624 2580-COPIAR-CONTCICL.
110625     MOVE 25 TO WS-ARQ.
110626     OPEN INPUT CONTCICL.
110627     PERFORM 2900-VERIFICAR-ABERTURA THRU 2900-EXIT.
110628     IF FIM-ARQUIVO
110629        GO TO 2580-EXIT.
110630     PERFORM 2590-LER-CONTCICL THRU 2590-EXIT
110631             UNTIL FIM-ARQUIVO.
110632     CLOSE CONTCICL.
110633 2580-EXIT.
110634     EXIT.
110635
110636 2590-LER-CONTCICL.
110637     READ CONTCICL NEXT
110638          AT END MOVE "S" TO WS-FIM-ARQUIVO
110639     END-READ.
110640     PERFORM 2920-VERIFICAR-LEITURA THRU 2920-EXIT.
110641     IF FIM-ARQUIVO
110642        GO TO 2590-EXIT.
110643     MOVE REG-CCIC               TO CPR-DADOS.
110644     MOVE CCIC-CODIGO            TO WS-VALOR-1.
110645     MOVE CCIC-DT-PREVISTA       TO WS-VALOR-2.
110646     MOVE CCIC-LOCAL             TO WS-VALOR-3.
110647     PERFORM 2950-GRAVAR-COPIA THRU 2950-EXIT.
110648 2590-EXIT.
110649     EXIT.
110650
110651 2600-COPIAR-CONTHST.
110652     MOVE 26 TO WS-ARQ.
110653     OPEN INPUT CONTHST.
110654     PERFORM 2900-VERIFICAR-ABERTURA THRU 2900-EXIT.
110655     IF FIM-ARQUIVO
110656        GO TO 2600-EXIT.
110657     PERFORM 2610-LER-CONTHST THRU 2610-EXIT
110658             UNTIL FIM-ARQUIVO.
110659     CLOSE CONTHST.
110660 2600-EXIT.
110661     EXIT.
110662
110663 2610-LER-CONTHST.
110664     READ CONTHST
110665          AT END MOVE "S" TO WS-FIM-ARQUIVO
110666     END-READ.
110667     PERFORM 2920-VERIFICAR-LEITURA THRU 2920-EXIT.
110668     IF FIM-ARQUIVO
110669        GO TO 2610-EXIT.
110670     MOVE REG-CHST               TO CPR-DADOS.
110671     MOVE CHST-CODIGO            TO WS-VALOR-1.
110672     MOVE CHST-CONTADO           TO WS-VALOR-2.
110673     MOVE CHST-DATA              TO WS-VALOR-3.
110674     PERFORM 2950-GRAVAR-COPIA THRU 2950-EXIT.
110675 2610-EXIT.
110676     EXIT.
110679
110700******************************************************************
110800* SITUACAO DA ABERTURA: ARQUIVO QUE NAO EXISTE (35) FICA MARCADO
110900* COMO AUSENTE NO CONTROLE E A COPIA SEGUE; QUALQUER OUTRO ERRO
111000* CANCELA A COPIA, DEIXANDO O CONTROLE VAZIO.
111100******************************************************************
111200 2900-VERIFICAR-ABERTURA.
111300     MOVE "N" TO WS-FIM-ARQUIVO.
111400     IF ARQST-ARQUIVO = "00"
111500        MOVE "P" TO WS-TOT-SITUACAO (WS-ARQ)
111600        ADD 1 TO WS-QTDE-PRESENTES
111700        GO TO 2900-EXIT.
111800     IF ARQST-ARQUIVO = "35"
111900        MOVE "A" TO WS-TOT-SITUACAO (WS-ARQ)
112000        ADD 1 TO WS-QTDE-AUSENTES
112100        MOVE "S" TO WS-FIM-ARQUIVO
112200        GO TO 2900-EXIT.
112300     DISPLAY "PRODCOPI: ERRO NA ABERTURA DE "
112400             WS-TAB-FILE-ID (WS-ARQ) " - " ARQST-ARQUIVO
112500             " - COPIA CANCELADA".
112600     CLOSE COPIA.
112700     PERFORM 9000-ENCERRAR THRU 9000-EXIT.
112800     MOVE 8 TO RETURN-CODE.
112900     GOBACK.
113000 2900-EXIT.
113100     EXIT.
113200
113300 2920-VERIFICAR-LEITURA.
113400     IF ARQST-ARQUIVO = "00" OR FIM-ARQUIVO
113500        GO TO 2920-EXIT.
113600     DISPLAY "PRODCOPI: ERRO NA LEITURA DE "
113700             WS-TAB-FILE-ID (WS-ARQ) " - " ARQST-ARQUIVO
113800             " - COPIA CANCELADA".
113900     CLOSE COPIA.
114000     PERFORM 9000-ENCERRAR THRU 9000-EXIT.
114100     MOVE 8 TO RETURN-CODE.
114200     GOBACK.
114300 2920-EXIT.
114400     EXIT.
114500
114600******************************************************************
114700* GRAVA O REGISTRO NA COPIA E SOMA-O AOS TOTAIS DO ARQUIVO.
114800******************************************************************
114900 2950-GRAVAR-COPIA.
115000     MOVE WS-TAB-NOME (WS-ARQ) TO CPR-ARQUIVO.
115100     WRITE REG-COPIA.
115200     IF ARQST-COPIA NOT = "00"
115300        DISPLAY "PRODCOPI: ERRO AO GRAVAR " WS-NOME-COPIA
115400                " - " ARQST-COPIA " - COPIA CANCELADA"
115500        CLOSE COPIA
115600        PERFORM 9000-ENCERRAR THRU 9000-EXIT
115700        MOVE 8 TO RETURN-CODE
115800        GOBACK.
115900     ADD 1          TO WS-TOT-QTDE (WS-ARQ) WS-QTDE-REGISTROS.
116000     ADD WS-VALOR-1 TO WS-TOT-HASH-1 (WS-ARQ).
116100     ADD WS-VALOR-2 TO WS-TOT-HASH-2 (WS-ARQ).
116200     ADD WS-VALOR-3 TO WS-TOT-HASH-3 (WS-ARQ).
116300     MOVE ZERO TO WS-VALOR-1 WS-VALOR-2 WS-VALOR-3.
116400 2950-EXIT.
116500     EXIT.
116600
116700******************************************************************
116800* FECHA A COPIA E SO ENTAO GRAVA O CONTROLE: CABECALHO, UM
116900* REGISTRO POR ARQUIVO E O REGISTRO FINAL, QUE E O QUE TORNA O
117000* CONJUNTO VALIDO PARA O PRODREST.
117100******************************************************************
117200 3000-GRAVAR-CONTROLE.
117300     CLOSE COPIA.
117400     OPEN OUTPUT COPIACTL.
117500     IF ARQST-COPIACTL NOT = "00"
117600        DISPLAY "PRODCOPI: ERRO NA ABERTURA DE " WS-NOME-COPIACTL
117700                " - " ARQST-COPIACTL
117800        CLOSE RELCOPI
117900        MOVE 8 TO RETURN-CODE
118000        GOBACK.
118100     MOVE SPACES            TO REG-COPIA-CAB.
118200     MOVE "H"               TO CCB-TIPO.
118300     PERFORM 3200-GRAVAR-CAB-FINAL THRU 3200-EXIT.
118400     PERFORM 3100-GRAVAR-DETALHE THRU 3100-EXIT
118500             VARYING WS-ARQ FROM 1 BY 1
118600             UNTIL WS-ARQ > WS-QTDE-ARQUIVOS.
118700     MOVE SPACES            TO REG-COPIA-CAB.
118800     MOVE "T"               TO CCB-TIPO.
118900     PERFORM 3200-GRAVAR-CAB-FINAL THRU 3200-EXIT.
119000     CLOSE COPIACTL.
119100 3000-EXIT.
119200     EXIT.
119300
119400 3100-GRAVAR-DETALHE.
119500     MOVE "D"                     TO CCT-TIPO.
119600     MOVE WS-TAB-NOME (WS-ARQ)    TO CCT-ARQUIVO.
119700     MOVE WS-TAB-FILE-ID (WS-ARQ) TO CCT-FILE-ID.
119800     MOVE WS-TOT-SITUACAO (WS-ARQ) TO CCT-SITUACAO.
119900     MOVE WS-TOT-QTDE (WS-ARQ)    TO CCT-QTDE.
120000     MOVE WS-TOT-HASH-1 (WS-ARQ)  TO CCT-HASH-1.
120100     MOVE WS-TOT-HASH-2 (WS-ARQ)  TO CCT-HASH-2.
120200     MOVE WS-TOT-HASH-3 (WS-ARQ)  TO CCT-HASH-3.
120300     WRITE REG-COPIA-CTL.
120400     PERFORM 3300-VERIFICAR-GRAVACAO THRU 3300-EXIT.
120500 3100-EXIT.
120600     EXIT.
120700
120800 3200-GRAVAR-CAB-FINAL.
120900     MOVE WS-MOM-DATA-N     TO CCB-CONJUNTO.
121000     MOVE WS-MOM-HORA       TO CCB-HORA.
121100     MOVE WS-QTDE-ARQUIVOS  TO CCB-QTDE-ARQUIVOS.
121200     MOVE WS-QTDE-REGISTROS TO CCB-QTDE-REGISTROS.
121300     WRITE REG-COPIA-CAB.
121400     PERFORM 3300-VERIFICAR-GRAVACAO THRU 3300-EXIT.
121500 3200-EXIT.
121600     EXIT.
121700
121800 3300-VERIFICAR-GRAVACAO.
121900     IF ARQST-COPIACTL = "00"
122000        GO TO 3300-EXIT.
122100     DISPLAY "PRODCOPI: ERRO AO GRAVAR " WS-NOME-COPIACTL
122200             " - " ARQST-COPIACTL " - COPIA CANCELADA".
122300     CLOSE COPIACTL.
122400     OPEN OUTPUT COPIACTL.
122500     CLOSE COPIACTL.
122600     CLOSE RELCOPI.
122700     MOVE 8 TO RETURN-CODE.
122800     GOBACK.
122900 3300-EXIT.
123000     EXIT.
123100
123200******************************************************************
123300* RELATORIO: UMA LINHA POR ARQUIVO COM A QUANTIDADE E OS TOTAIS
123400* GRAVADOS NO CONTROLE.
123500******************************************************************
123600 6000-IMPRIMIR-RESUMO.
123700     MOVE WS-MOM-DIA TO CAB1-DIA.
123800     MOVE WS-MOM-MES TO CAB1-MES.
123900     MOVE WS-MOM-ANO TO CAB1-ANO.
124000     WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-1.
124100     MOVE WS-NOME-COPIA    TO CAB2-COPIA.
124200     MOVE WS-NOME-COPIACTL TO CAB2-CONTROLE.
124300     WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-2.
124400     WRITE LINHA-RELATORIO FROM SPACES.
124500     WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-3.
124600     PERFORM 6100-IMPRIMIR-ARQUIVO THRU 6100-EXIT
124700             VARYING WS-ARQ FROM 1 BY 1
124800             UNTIL WS-ARQ > WS-QTDE-ARQUIVOS.
124900     WRITE LINHA-RELATORIO FROM SPACES.
125000     MOVE WS-QTDE-PRESENTES TO ROD-PRESENTES.
125100     WRITE LINHA-RELATORIO FROM LINHA-RODAPE-1.
125200     MOVE WS-QTDE-AUSENTES  TO ROD-AUSENTES.
125300     WRITE LINHA-RELATORIO FROM LINHA-RODAPE-2.
125400     MOVE WS-QTDE-REGISTROS TO ROD-REGISTROS.
125500     WRITE LINHA-RELATORIO FROM LINHA-RODAPE-3.
125600 6000-EXIT.
125700     EXIT.
125800
125900 6100-IMPRIMIR-ARQUIVO.
126000     MOVE WS-TAB-NOME (WS-ARQ)    TO DET-ARQUIVO.
126100     MOVE WS-TAB-FILE-ID (WS-ARQ) TO DET-FILE-ID.
126200     IF WS-TOT-SITUACAO (WS-ARQ) = "P"
126300        MOVE "COPIADO"            TO DET-SITUACAO
126400     ELSE
126500        MOVE "AUSENTE"            TO DET-SITUACAO.
126600     MOVE WS-TOT-QTDE (WS-ARQ)    TO DET-QTDE.
126700     MOVE WS-TOT-HASH-1 (WS-ARQ)  TO DET-HASH-1.
126800     MOVE WS-TOT-HASH-2 (WS-ARQ)  TO DET-HASH-2.
126900     MOVE WS-TOT-HASH-3 (WS-ARQ)  TO DET-HASH-3.
127000     WRITE LINHA-RELATORIO FROM LINHA-DETALHE.
127100 6100-EXIT.
127200     EXIT.
127300
127400******************************************************************
127500* FECHA O RELATORIO. NO CANCELAMENTO A COPIA E FECHADA ANTES E O
127600* CONTROLE JA ESTA VAZIO DESDE O INICIO.
127700******************************************************************
127800 9000-ENCERRAR.
127900     CLOSE RELCOPI.
128000 9000-EXIT.
128100     EXIT.
