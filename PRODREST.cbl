000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PRODREST.
000300 AUTHOR.        CPD - CONTROLE DE ESTOQUE.
000400 INSTALLATION.  DEPTO DE PROCESSAMENTO DE DADOS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800* HISTORICO DE ALTERACOES
000900******************************************************************
001000* DATA        AUTOR   DESCRICAO
001010* 15/10/2026   CPD     HISTORICO DE RECEBIMENTOS (RECEBHST.DAT)
001020*                      ENTRA NA RESTAURACAO E NA CONFERENCIA, NO
001030*                      FIM DA TABELA (22 ARQUIVOS). CONJUNTO
001040*                      GRAVADO COM A TABELA ANTERIOR E RECUSADO
001050*                      PELA CONFERENCIA DO CONTROLE.
001060* 15/10/2026   CPD     ARQUIVOS DA CONTAGEM CICLICA (CLASSABC,
001070*                      CICLPARM, CONTCICL E CONTHST) ENTRAM NA
001080*                      RESTAURACAO (26 ARQUIVOS). CONJUNTO DE 22
001090*                      ARQUIVOS E RECUSADO PELO CONTROLE.
001100* 15/10/2026   CPD     PROGRAMA ORIGINAL - RESTAURACAO DA COPIA DE
001200*                      SEGURANCA. PEDE A DATA DO CONJUNTO, CONFERE
001300*                      O CONTROLE (CABECALHO E REGISTRO FINAL) E A
001400*                      QUANTIDADE DE REGISTROS DE CADA ARQUIVO NA
001500*                      COPIA ANTES DE TOCAR EM QUALQUER ARQUIVO.
001600*                      CONFIRMADO, MARCA A RESTAURACAO PENDENTE EM
001700*                      RESTPEN.DAT, RECRIA TODOS OS ARQUIVOS A
001800*                      PARTIR DA COPIA, RELE CADA UM E CONFERE
001900*                      QUANTIDADE E TOTAIS CONTRA O CONTROLE. SO
002000*                      COM TUDO CONFERIDO A MARCA E RETIRADA E O
002100*                      SISTEMA VOLTA A SER LIBERADO NO MENU.
002200*                      RELATORIO EM PRODREST.LST.
002300******************************************************************
002400
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000******************************************************************
003100* OS ARQUIVOS RESTAURADOS SAO TRATADOS UM DE CADA VEZ E DIVIDEM O
003200* MESMO CAMPO DE SITUACAO (ARQST-ARQUIVO). OS INDEXADOS SAO
003300* GRAVADOS EM SEQUENCIA, NA ORDEM DA CHAVE EM QUE FORAM COPIADOS.
003400******************************************************************
003500     SELECT PRODUTOS ASSIGN TO DISK
003600            ORGANIZATION INDEXED
003700            ACCESS MODE SEQUENTIAL
003800            RECORD KEY IS CODIGO
003900            FILE STATUS IS ARQST-ARQUIVO.
004000
004100     SELECT SALDOLOC ASSIGN TO DISK
004200            ORGANIZATION INDEXED
004300            ACCESS MODE SEQUENTIAL
004400            RECORD KEY IS SLOC-CHAVE
004500            FILE STATUS IS ARQST-ARQUIVO.
004600
004700     SELECT PEDIDOS ASSIGN TO DISK
004800            ORGANIZATION INDEXED
004900            ACCESS MODE SEQUENTIAL
005000            RECORD KEY IS PED-NUMERO
005100            FILE STATUS IS ARQST-ARQUIVO.
005200
005300     SELECT FORNECED ASSIGN TO DISK
005400            ORGANIZATION INDEXED
005500            ACCESS MODE SEQUENTIAL
005600            RECORD KEY IS FORN-ID
005700            FILE STATUS IS ARQST-ARQUIVO.
005800
005900     SELECT OPERADOR ASSIGN TO DISK
006000            ORGANIZATION INDEXED
006100            ACCESS MODE SEQUENTIAL
006200            RECORD KEY IS OPER-ID
006300            FILE STATUS IS ARQST-ARQUIVO.
006400
006500     SELECT LOCAIS ASSIGN TO DISK
006600            ORGANIZATION INDEXED
006700            ACCESS MODE SEQUENTIAL
006800            RECORD KEY IS LOC-CODIGO
006900            FILE STATUS IS ARQST-ARQUIVO.
007000
007100     SELECT MOTIVOS ASSIGN TO DISK
007200            ORGANIZATION INDEXED
007300            ACCESS MODE SEQUENTIAL
007400            RECORD KEY IS MOT-CODIGO
007500            FILE STATUS IS ARQST-ARQUIVO.
007600
007700     SELECT LOTES ASSIGN TO DISK
007800            ORGANIZATION INDEXED
007900            ACCESS MODE SEQUENTIAL
008000            RECORD KEY IS LOTE-CHAVE
008100            FILE STATUS IS ARQST-ARQUIVO.
008200
008300     SELECT PRECOS ASSIGN TO DISK
008400            ORGANIZATION INDEXED
008500            ACCESS MODE SEQUENTIAL
008600            RECORD KEY IS PRC-CODIGO
008700            FILE STATUS IS ARQST-ARQUIVO.
008800
008900     SELECT PRECOHST ASSIGN TO DISK
009000            ORGANIZATION INDEXED
009100            ACCESS MODE SEQUENTIAL
009200            RECORD KEY IS PHST-CHAVE
009300            FILE STATUS IS ARQST-ARQUIVO.
009400
009500     SELECT REQUISIC ASSIGN TO DISK
009600            ORGANIZATION INDEXED
009700            ACCESS MODE SEQUENTIAL
009800            RECORD KEY IS REQ-CHAVE
009900            FILE STATUS IS ARQST-ARQUIVO.
010000
010100     SELECT KITS ASSIGN TO DISK
010200            ORGANIZATION INDEXED
010300            ACCESS MODE SEQUENTIAL
010400            RECORD KEY IS KIT-CHAVE
010500            FILE STATUS IS ARQST-ARQUIVO.
010600
010700     SELECT PRODMOV ASSIGN TO DISK
010800            ORGANIZATION SEQUENTIAL
010900            ACCESS MODE SEQUENTIAL
011000            FILE STATUS IS ARQST-ARQUIVO.
011100
011200     SELECT PRODLOG ASSIGN TO DISK
011300            ORGANIZATION SEQUENTIAL
011400            ACCESS MODE SEQUENTIAL
011500            FILE STATUS IS ARQST-ARQUIVO.
011600
011700     SELECT ACESSLOG ASSIGN TO DISK
011800            ORGANIZATION SEQUENTIAL
011900            ACCESS MODE SEQUENTIAL
012000            FILE STATUS IS ARQST-ARQUIVO.
012100
012200     SELECT LOTEMOV ASSIGN TO DISK
012300            ORGANIZATION SEQUENTIAL
012400            ACCESS MODE SEQUENTIAL
012500            FILE STATUS IS ARQST-ARQUIVO.
012600
012700     SELECT NUMMOV ASSIGN TO DISK
012800            ORGANIZATION SEQUENTIAL
012900            ACCESS MODE SEQUENTIAL
013000            FILE STATUS IS ARQST-ARQUIVO.
013100
013200     SELECT PRODFECH ASSIGN TO DISK
013300            ORGANIZATION SEQUENTIAL
013400            ACCESS MODE SEQUENTIAL
013500            FILE STATUS IS ARQST-ARQUIVO.
013600
013700     SELECT PRODVAL ASSIGN TO DISK
013800            ORGANIZATION SEQUENTIAL
013900            ACCESS MODE SEQUENTIAL
014000            FILE STATUS IS ARQST-ARQUIVO.
014100
014200     SELECT SEGPARM ASSIGN TO DISK
014300            ORGANIZATION SEQUENTIAL
014400            ACCESS MODE SEQUENTIAL
014500            FILE STATUS IS ARQST-ARQUIVO.
014600
014700     SELECT PRODINV ASSIGN TO DISK
014800            ORGANIZATION SEQUENTIAL
014900            ACCESS MODE SEQUENTIAL
015000            FILE STATUS IS ARQST-ARQUIVO.
015100
015110     SELECT RECEBHST ASSIGN TO DISK
015120            ORGANIZATION SEQUENTIAL
015130            ACCESS MODE SEQUENTIAL
015132            FILE STATUS IS ARQST-ARQUIVO.
015134
015136     SELECT CLASSABC ASSIGN TO DISK
015138            ORGANIZATION SEQUENTIAL
015140            ACCESS MODE SEQUENTIAL
015142            FILE STATUS IS ARQST-ARQUIVO.
015144
015146     SELECT CICLPARM ASSIGN TO DISK
015148            ORGANIZATION SEQUENTIAL
015150            ACCESS MODE SEQUENTIAL
015152            FILE STATUS IS ARQST-ARQUIVO.
015154
015156     SELECT CONTCICL ASSIGN TO DISK
015158            ORGANIZATION INDEXED
015160            ACCESS MODE SEQUENTIAL
015162            RECORD KEY IS CCIC-CHAVE
015164            FILE STATUS IS ARQST-ARQUIVO.
015166
015168     SELECT CONTHST ASSIGN TO DISK
015170            ORGANIZATION SEQUENTIAL
015172            ACCESS MODE SEQUENTIAL
015174            FILE STATUS IS ARQST-ARQUIVO.
015176
015200     SELECT COPIA ASSIGN TO DISK
015300            ORGANIZATION SEQUENTIAL
015400            ACCESS MODE SEQUENTIAL
015500            FILE STATUS IS ARQST-COPIA.
015600
015700     SELECT COPIACTL ASSIGN TO DISK
015800            ORGANIZATION SEQUENTIAL
015900            ACCESS MODE SEQUENTIAL
016000            FILE STATUS IS ARQST-COPIACTL.
016100
016200     SELECT RESTPEN ASSIGN TO DISK
016300            ORGANIZATION SEQUENTIAL
016400            ACCESS MODE SEQUENTIAL
016500            FILE STATUS IS ARQST-RESTPEN.
016600
016700     SELECT RELREST ASSIGN TO PRINTER
016800            ORGANIZATION LINE SEQUENTIAL
016900            FILE STATUS IS ARQST-RELREST.
017000
017100 DATA DIVISION.
017200 FILE SECTION.
017300 FD  PRODUTOS LABEL RECORD STANDARD
017400     VALUE OF FILE-ID IS "PRODUTOS.DAT".
017500     COPY PRODUTOS.
017600
017700 FD  SALDOLOC LABEL RECORD STANDARD
017800     VALUE OF FILE-ID IS "SALDOLOC.DAT".
017900     COPY SALDOLOC.
018000
018100 FD  PEDIDOS LABEL RECORD STANDARD
018200     VALUE OF FILE-ID IS "PEDIDOS.DAT".
018300     COPY PEDIDOS.
018400
018500 FD  FORNECED LABEL RECORD STANDARD
018600     VALUE OF FILE-ID IS "FORNECED.DAT".
018700     COPY FORNECED.
018800
018900 FD  OPERADOR LABEL RECORD STANDARD
019000     VALUE OF FILE-ID IS "OPERADOR.DAT".
019100     COPY OPERADOR.
019200
019300 FD  LOCAIS LABEL RECORD STANDARD
019400     VALUE OF FILE-ID IS "LOCAIS.DAT".
019500     COPY LOCAIS.
019600
019700 FD  MOTIVOS LABEL RECORD STANDARD
019800     VALUE OF FILE-ID IS "MOTIVOS.DAT".
019900     COPY MOTIVOS.
020000
020100 FD  LOTES LABEL RECORD STANDARD
020200     VALUE OF FILE-ID IS "LOTES.DAT".
020300     COPY LOTES.
020400
020500 FD  PRECOS LABEL RECORD STANDARD
020600     VALUE OF FILE-ID IS "PRECOS.DAT".
020700     COPY PRECOS.
020800
020900 FD  PRECOHST LABEL RECORD STANDARD
021000     VALUE OF FILE-ID IS "PRECOHST.DAT".
021100     COPY PRECOHST.
021200
021300 FD  REQUISIC LABEL RECORD STANDARD
021400     VALUE OF FILE-ID IS "REQUISIC.DAT".
021500     COPY REQUIS.
021600
021700 FD  KITS LABEL RECORD STANDARD
021800     VALUE OF FILE-ID IS "KITS.DAT".
021900     COPY KITS.
022000
022100 FD  PRODMOV LABEL RECORD STANDARD
022200     VALUE OF FILE-ID IS "PRODMOV.DAT".
022300     COPY PRODMOV.
022400
022500 FD  PRODLOG LABEL RECORD STANDARD
022600     VALUE OF FILE-ID IS "PRODLOG.DAT".
022700     COPY PRODLOG.
022800
022900 FD  ACESSLOG LABEL RECORD STANDARD
023000     VALUE OF FILE-ID IS "ACESSLOG.DAT".
023100     COPY ACESSLOG.
023200
023300 FD  LOTEMOV LABEL RECORD STANDARD
023400     VALUE OF FILE-ID IS "LOTEMOV.DAT".
023500     COPY LOTEMOV.
023600
023700 FD  NUMMOV LABEL RECORD STANDARD
023800     VALUE OF FILE-ID IS "NUMMOV.DAT".
023900     COPY NUMMOV.
024000
024100 FD  PRODFECH LABEL RECORD STANDARD
024200     VALUE OF FILE-ID IS "PRODFECH.DAT".
024300     COPY FECHAMEN.
024400
024500 FD  PRODVAL LABEL RECORD STANDARD
024600     DATA RECORD IS REG-VAL
024700     VALUE OF FILE-ID IS "PRODVAL.DAT".
024800 01  REG-VAL.
024900     02  VAL-ANO                 PIC 9(04).
025000     02  VAL-MES                 PIC 9(02).
025100     02  VAL-DIA                 PIC 9(02).
025200     02  VAL-QTDE-ITENS          PIC 9(05).
025300     02  VAL-QTDADE-TOTAL        PIC 9(09).
025400     02  VAL-VALOR-TOTAL         PIC 9(11)V99.
025500
025600 FD  SEGPARM LABEL RECORD STANDARD
025700     VALUE OF FILE-ID IS "SEGPARM.DAT".
025800     COPY SEGPARM.
025900
026000 FD  PRODINV LABEL RECORD STANDARD
026100     VALUE OF FILE-ID IS "PRODINV.DAT".
026200     COPY PRODINV.
026210
026220 FD  RECEBHST LABEL RECORD STANDARD
026230     VALUE OF FILE-ID IS "RECEBHST.DAT".
026240     COPY RECEBHST.
026243
026246 FD  CLASSABC LABEL RECORD STANDARD
026249     VALUE OF FILE-ID IS "CLASSABC.DAT".
026252     COPY CLASSABC.
026255
026258 FD  CICLPARM LABEL RECORD STANDARD
026261     VALUE OF FILE-ID IS "CICLPARM.DAT".
026264     COPY CICLPARM.
026267
026270 FD  CONTCICL LABEL RECORD STANDARD
026273     VALUE OF FILE-ID IS "CONTCICL.DAT".
026276     COPY CONTCICL.
026279
026282 FD  CONTHST LABEL RECORD STANDARD
026285     VALUE OF FILE-ID IS "CONTHST.DAT".
026288     COPY CONTHST.
026300
026400 FD  COPIA LABEL RECORD STANDARD
026500     VALUE OF FILE-ID IS WS-NOME-COPIA.
026600     COPY COPIAREG.
026700
026800 FD  COPIACTL LABEL RECORD STANDARD
026900     VALUE OF FILE-ID IS WS-NOME-COPIACTL.
027000     COPY COPIACTL.
027100
027200 FD  RESTPEN LABEL RECORD STANDARD
027300     VALUE OF FILE-ID IS "RESTPEN.DAT".
027400     COPY RESTPEN.
027500
027600 FD  RELREST LABEL RECORD STANDARD
027700     VALUE OF FILE-ID IS "PRODREST.LST".
027800 01  LINHA-RELATORIO             PIC X(132).
027900
028000 WORKING-STORAGE SECTION.
028100 01  ARQST-ARQUIVO               PIC X(02).
028200 01  ARQST-COPIA                 PIC X(02).
028300 01  ARQST-COPIACTL              PIC X(02).
028400 01  ARQST-RESTPEN               PIC X(02).
028500 01  ARQST-RELREST               PIC X(02).
028600
028700 01  WS-SWITCHES.
028800     02  WS-FIM-ARQUIVO          PIC X(01) VALUE "N".
028900         88  FIM-ARQUIVO                   VALUE "S".
029000     02  WS-FIM-COPIA            PIC X(01) VALUE "N".
029100         88  FIM-COPIA                     VALUE "S".
029200     02  WS-FIM-COPIACTL         PIC X(01) VALUE "N".
029300         88  FIM-COPIACTL                  VALUE "S".
029400     02  WS-TEM-FINAL            PIC X(01) VALUE "N".
029500         88  TEM-FINAL                     VALUE "S".
029600     02  WS-CONTROLE-RUIM        PIC X(01) VALUE "N".
029700         88  CONTROLE-RUIM                 VALUE "S".
029800     02  WS-RESP-CONFIRMA        PIC X(01) VALUE "N".
029900         88  CONFIRMADO                    VALUE "S" "s".
029910     02  WS-COPIA-ABERTA         PIC X(01) VALUE "N".
029920         88  COPIA-ABERTA                  VALUE "S".
030000
030100 01  WS-QTDE-ARQUIVOS            PIC 9(02) COMP VALUE 26.
030200 01  WS-ARQ                      PIC 9(02) COMP VALUE ZERO.
030300 01  WS-QTDE-DIVERGENTES         PIC 9(02) COMP VALUE ZERO.
030400 01  WS-QTDE-REGISTROS           PIC 9(09) COMP VALUE ZERO.
030500 01  WS-QTDE-RESTAURADOS         PIC 9(09) COMP VALUE ZERO.
030600 01  WS-QTDE-CTL-REG             PIC 9(09) VALUE ZERO.
030700 01  WS-QTDE-ED                  PIC ZZZ.ZZZ.ZZ9.
030800 01  WS-ARQ-ED                   PIC Z9.
030900
031000******************************************************************
031100* VALORES DO REGISTRO LIDO QUE ENTRAM NOS TOTAIS DE CONFERENCIA,
031200* OS MESMOS DO PRODCOPI. CADA PARAGRAFO DE LEITURA PREENCHE OS QUE
031300* SE APLICAM AO SEU ARQUIVO; OS DEMAIS FICAM ZERADOS.
031400******************************************************************
031500 01  WS-VALORES.
031600     02  WS-VALOR-1              PIC 9(13)V99 VALUE ZERO.
031700     02  WS-VALOR-2              PIC 9(13)V99 VALUE ZERO.
031800     02  WS-VALOR-3              PIC 9(13)V99 VALUE ZERO.
031900
032000 01  WS-MOMENTO.
032100     02  WS-MOM-DATA.
032200         03  WS-MOM-ANO          PIC 9(04).
032300         03  WS-MOM-MES          PIC 9(02).
032400         03  WS-MOM-DIA          PIC 9(02).
032500     02  WS-MOM-HORA             PIC 9(06).
032600     02  FILLER                  PIC X(07).
032700 01  WS-MOM-DATA-N REDEFINES WS-MOMENTO PIC 9(08).
032800
032900******************************************************************
033000* CONJUNTO A RESTAURAR (DATA AAAAMMDD DA COPIA) E HORA EM QUE A
033100* COPIA FOI FEITA, TIRADA DO CONTROLE.
033200******************************************************************
033300 01  WS-CONJUNTO                 PIC X(08) VALUE SPACES.
033400 01  WS-CONJUNTO-N REDEFINES WS-CONJUNTO PIC 9(08).
033500 01  WS-CONJUNTO-R REDEFINES WS-CONJUNTO.
033600     02  WS-CNJ-ANO              PIC 9(04).
033700     02  WS-CNJ-MES              PIC 9(02).
033800     02  WS-CNJ-DIA              PIC 9(02).
033900 01  WS-HORA-COPIA               PIC 9(06) VALUE ZERO.
034000 01  WS-HORA-COPIA-R REDEFINES WS-HORA-COPIA.
034100     02  WS-HC-HH                PIC 9(02).
034200     02  WS-HC-MM                PIC 9(02).
034300     02  WS-HC-SS                PIC 9(02).
034400
034500 01  WS-NOME-COPIA               PIC X(15).
034600 01  WS-NOME-COPIACTL            PIC X(15).
034700
034800******************************************************************
034900* ARQUIVOS RESTAURADOS, NA ORDEM DA COPIA (A MESMA DO PRODCOPI):
035000* NOME LOGICO E NOME EM DISCO.
035100******************************************************************
035200 01  WS-TABELA-NOMES.
035300     02  FILLER                  PIC X(20)  VALUE
035400             "PRODUTOSPRODUTOS.DAT".
035500     02  FILLER                  PIC X(20)  VALUE
035600             "SALDOLOCSALDOLOC.DAT".
035700     02  FILLER                  PIC X(20)  VALUE
035800             "PEDIDOS PEDIDOS.DAT ".
035900     02  FILLER                  PIC X(20)  VALUE
036000             "FORNECEDFORNECED.DAT".
036100     02  FILLER                  PIC X(20)  VALUE
036200             "OPERADOROPERADOR.DAT".
036300     02  FILLER                  PIC X(20)  VALUE
036400             "LOCAIS  LOCAIS.DAT  ".
036500     02  FILLER                  PIC X(20)  VALUE
036600             "MOTIVOS MOTIVOS.DAT ".
036700     02  FILLER                  PIC X(20)  VALUE
036800             "LOTES   LOTES.DAT   ".
036900     02  FILLER                  PIC X(20)  VALUE
037000             "PRECOS  PRECOS.DAT  ".
037100     02  FILLER                  PIC X(20)  VALUE
037200             "PRECOHSTPRECOHST.DAT".
037300     02  FILLER                  PIC X(20)  VALUE
037400             "REQUISICREQUISIC.DAT".
037500     02  FILLER                  PIC X(20)  VALUE
037600             "KITS    KITS.DAT    ".
037700     02  FILLER                  PIC X(20)  VALUE
037800             "PRODMOV PRODMOV.DAT ".
037900     02  FILLER                  PIC X(20)  VALUE
038000             "PRODLOG PRODLOG.DAT ".
038100     02  FILLER                  PIC X(20)  VALUE
038200             "ACESSLOGACESSLOG.DAT".
038300     02  FILLER                  PIC X(20)  VALUE
038400             "LOTEMOV LOTEMOV.DAT ".
038500     02  FILLER                  PIC X(20)  VALUE
038600             "NUMMOV  NUMMOV.DAT  ".
038700     02  FILLER                  PIC X(20)  VALUE
038800             "PRODFECHPRODFECH.DAT".
038900     02  FILLER                  PIC X(20)  VALUE
039000             "PRODVAL PRODVAL.DAT ".
039100     02  FILLER                  PIC X(20)  VALUE
039200             "SEGPARM SEGPARM.DAT ".
039300     02  FILLER                  PIC X(20)  VALUE
039400             "PRODINV PRODINV.DAT ".
039410     02  FILLER                  PIC X(20)  VALUE
039420             "RECEBHSTRECEBHST.DAT".
039428     02  FILLER                  PIC X(20)  VALUE
039436             "CLASSABCCLASSABC.DAT".
039444     02  FILLER                  PIC X(20)  VALUE
039452             "CICLPARMCICLPARM.DAT".
039460     02  FILLER                  PIC X(20)  VALUE
039468             "CONTCICLCONTCICL.DAT".
039476     02  FILLER                  PIC X(20)  VALUE
039484             "CONTHST CONTHST.DAT ".
039500 01  WS-TABELA-NOMES-R REDEFINES WS-TABELA-NOMES.
039600     02  WS-TAB-ITEM OCCURS 26 TIMES.
039700         03  WS-TAB-NOME         PIC X(08).
039800         03  WS-TAB-FILE-ID      PIC X(12).
039900
040000******************************************************************
040100* O QUE O CONTROLE DIZ DE CADA ARQUIVO (SITUACAO NA COPIA,
040200* QUANTIDADE E TOTAIS) E QUANTOS REGISTROS DELE FORAM ACHADOS NA
040300* COPIA.
040400******************************************************************
040500 01  WS-TABELA-CONTROLE.
040600     02  WS-CTL-ITEM OCCURS 26 TIMES.
040700         03  WS-CTL-SITUACAO     PIC X(01).
040800         03  WS-CTL-QTDE         PIC 9(07).
040900         03  WS-CTL-HASH-1       PIC 9(13)V99.
041000         03  WS-CTL-HASH-2       PIC 9(13)V99.
041100         03  WS-CTL-HASH-3       PIC 9(13)V99.
041200         03  WS-CTL-LIDOS        PIC 9(07).
041300
041400******************************************************************
041500* TOTAIS RECALCULADOS SOBRE OS ARQUIVOS JA RESTAURADOS.
041600******************************************************************
041700 01  WS-TABELA-TOTAIS.
041800     02  WS-TOT-ITEM OCCURS 26 TIMES.
041900         03  WS-TOT-SITUACAO     PIC X(01).
042000         03  WS-TOT-QTDE         PIC 9(07).
042100         03  WS-TOT-HASH-1       PIC 9(13)V99.
042200         03  WS-TOT-HASH-2       PIC 9(13)V99.
042300         03  WS-TOT-HASH-3       PIC 9(13)V99.
042400         03  WS-TOT-RESULTADO    PIC X(01).
042500             88  TOT-CONFERE               VALUE "S".
042600
042700 01  LINHA-CABECALHO-1.
042800     02  FILLER                  PIC X(01)  VALUE SPACE.
042900     02  FILLER                  PIC X(23)  VALUE
043000             "CONTROLE DE MERCADORIAS".
043100     02  FILLER                  PIC X(30)  VALUE
043200             "RESTAURACAO DA COPIA".
043300     02  FILLER                  PIC X(10)  VALUE "DATA:".
043400     02  CAB1-DIA                PIC 99/.
043500     02  CAB1-MES                PIC 99/.
043600     02  CAB1-ANO                PIC 9999.
043700
043800 01  LINHA-CABECALHO-2.
043900     02  FILLER                  PIC X(01)  VALUE SPACE.
044000     02  FILLER                  PIC X(09)  VALUE "COPIA...:".
044100     02  CAB2-COPIA              PIC X(17).
044200     02  FILLER                  PIC X(11)  VALUE "FEITA EM..:".
044300     02  CAB2-DIA                PIC 99/.
044400     02  CAB2-MES                PIC 99/.
044500     02  CAB2-ANO                PIC 9999.
044600     02  FILLER                  PIC X(01)  VALUE SPACE.
044700     02  CAB2-HH                 PIC 99.
044800     02  FILLER                  PIC X(01)  VALUE ":".
044900     02  CAB2-MM                 PIC 99.
045000     02  FILLER                  PIC X(01)  VALUE ":".
045100     02  CAB2-SS                 PIC 99.
045200
045300 01  LINHA-CABECALHO-3.
045400     02  FILLER                  PIC X(01)  VALUE SPACE.
045500     02  FILLER                  PIC X(10)  VALUE "ARQUIVO".
045600     02  FILLER                  PIC X(14)  VALUE "NOME EM DISCO".
045700     02  FILLER                  PIC X(10)  VALUE "NA COPIA".
045800     02  FILLER                  PIC X(12)  VALUE "  CONTROLE".
045900     02  FILLER                  PIC X(12)  VALUE "RESTAURADOS".
046000     02  FILLER                  PIC X(10)  VALUE "RESULTADO".
046100
046200 01  LINHA-DETALHE.
046300     02  FILLER                  PIC X(01)  VALUE SPACE.
046400     02  DET-ARQUIVO             PIC X(08).
046500     02  FILLER                  PIC X(02)  VALUE SPACES.
046600     02  DET-FILE-ID             PIC X(12).
046700     02  FILLER                  PIC X(02)  VALUE SPACES.
046800     02  DET-SITUACAO            PIC X(08).
046900     02  FILLER                  PIC X(02)  VALUE SPACES.
047000     02  DET-QTDE-CTL            PIC Z.ZZZ.ZZ9.
047100     02  FILLER                  PIC X(03)  VALUE SPACES.
047200     02  DET-QTDE-REST           PIC Z.ZZZ.ZZ9.
047300     02  FILLER                  PIC X(03)  VALUE SPACES.
047400     02  DET-RESULTADO           PIC X(40).
047500
047600 01  LINHA-RODAPE-1.
047700     02  FILLER                  PIC X(01)  VALUE SPACE.
047800     02  FILLER                  PIC X(32)  VALUE
047900             "REGISTROS NO CONTROLE.........:".
048000     02  ROD-REGISTROS           PIC ZZZ.ZZZ.ZZ9.
048100
048200 01  LINHA-RODAPE-2.
048300     02  FILLER                  PIC X(01)  VALUE SPACE.
048400     02  FILLER                  PIC X(32)  VALUE
048500             "REGISTROS RESTAURADOS.........:".
048600     02  ROD-RESTAURADOS         PIC ZZZ.ZZZ.ZZ9.
048700
048800 01  LINHA-RODAPE-3.
048900     02  FILLER                  PIC X(01)  VALUE SPACE.
049000     02  FILLER                  PIC X(32)  VALUE
049100             "ARQUIVOS COM DIVERGENCIA......:".
049200     02  ROD-DIVERGENTES         PIC ZZ.ZZ9.
049300
049400 01  LINHA-FINAL.
049500     02  FILLER                  PIC X(01)  VALUE SPACE.
049600     02  FIN-TEXTO               PIC X(80).
049700
049800 PROCEDURE DIVISION.
049900
050000 0000-MAINLINE.
050100     PERFORM 1000-INICIAR               THRU 1000-EXIT.
050200     PERFORM 2000-LER-CONTROLE          THRU 2000-EXIT.
050300     PERFORM 2500-CONFERIR-COPIA        THRU 2500-EXIT.
050400     PERFORM 3000-CONFIRMAR             THRU 3000-EXIT.
050500     PERFORM 4000-RESTAURAR             THRU 4000-EXIT.
050600     PERFORM 5000-CONFERIR-RESTAURADOS  THRU 5000-EXIT.
050700     PERFORM 6000-IMPRIMIR-RESUMO       THRU 6000-EXIT.
050800     PERFORM 7000-LIBERAR-SISTEMA       THRU 7000-EXIT.
050900     PERFORM 9000-ENCERRAR              THRU 9000-EXIT.
051000     GOBACK.
051100
051200******************************************************************
051300* PEDE A DATA DO CONJUNTO A RESTAURAR, MONTA OS NOMES DA COPIA E
051400* DO CONTROLE E ABRE O RELATORIO.
051500******************************************************************
051600 1000-INICIAR.
051700     MOVE FUNCTION CURRENT-DATE TO WS-MOMENTO.
051800     DISPLAY "PRODREST: DATA DA COPIA A RESTAURAR (AAAAMMDD)".
051900     ACCEPT WS-CONJUNTO.
052000     IF WS-CONJUNTO-N NOT NUMERIC
052100        OR WS-CNJ-MES < 1 OR WS-CNJ-MES > 12
052200        OR WS-CNJ-DIA < 1 OR WS-CNJ-DIA > 31
052300        DISPLAY "PRODREST: DATA INVALIDA - " WS-CONJUNTO
052400        MOVE 8 TO RETURN-CODE
052500        GOBACK.
052600     MOVE SPACES TO WS-NOME-COPIA WS-NOME-COPIACTL.
052700     STRING "BKP"             DELIMITED BY SIZE
052800            WS-CONJUNTO       DELIMITED BY SIZE
052900            ".DAT"            DELIMITED BY SIZE
053000            INTO WS-NOME-COPIA.
053100     STRING "BKP"             DELIMITED BY SIZE
053200            WS-CONJUNTO       DELIMITED BY SIZE
053300            ".CTL"            DELIMITED BY SIZE
053400            INTO WS-NOME-COPIACTL.
053500     OPEN OUTPUT RELREST.
053600     IF ARQST-RELREST NOT = "00"
053700        DISPLAY "PRODREST: ERRO NA ABERTURA DE PRODREST.LST - "
053800                ARQST-RELREST
053900        MOVE 8 TO RETURN-CODE
054000        GOBACK.
054100     PERFORM 1100-ZERAR-TABELAS THRU 1100-EXIT
054200             VARYING WS-ARQ FROM 1 BY 1
054300             UNTIL WS-ARQ > WS-QTDE-ARQUIVOS.
054400 1000-EXIT.
054500     EXIT.
054600
054700 1100-ZERAR-TABELAS.
054800     MOVE SPACE TO WS-CTL-SITUACAO (WS-ARQ)
054900                   WS-TOT-SITUACAO (WS-ARQ).
055000     MOVE ZERO  TO WS-CTL-QTDE (WS-ARQ)
055100                   WS-CTL-HASH-1 (WS-ARQ)
055200                   WS-CTL-HASH-2 (WS-ARQ)
055300                   WS-CTL-HASH-3 (WS-ARQ)
055400                   WS-CTL-LIDOS (WS-ARQ)
055500                   WS-TOT-QTDE (WS-ARQ)
055600                   WS-TOT-HASH-1 (WS-ARQ)
055700                   WS-TOT-HASH-2 (WS-ARQ)
055800                   WS-TOT-HASH-3 (WS-ARQ).
055900     MOVE "N"   TO WS-TOT-RESULTADO (WS-ARQ).
056000 1100-EXIT.
056100     EXIT.
056200
056300******************************************************************
056400* LE O CONTROLE DO CONJUNTO. TEM DE COMECAR PELO CABECALHO, TRAZER
056500* UM REGISTRO POR ARQUIVO NA ORDEM DA TABELA E TERMINAR NO
056600* REGISTRO FINAL COM OS MESMOS TOTAIS DO CABECALHO. CONTROLE
056700* VAZIO OU SEM O FINAL E DE COPIA QUE NAO TERMINOU.
056800******************************************************************
056900 2000-LER-CONTROLE.
057000     OPEN INPUT COPIACTL.
057100     IF ARQST-COPIACTL NOT = "00"
057200        DISPLAY "PRODREST: CONJUNTO " WS-CONJUNTO
057300                " NAO ENCONTRADO (" WS-NOME-COPIACTL ") - "
057400                ARQST-COPIACTL
057500        PERFORM 9000-ENCERRAR THRU 9000-EXIT
057600        MOVE 8 TO RETURN-CODE
057700        GOBACK.
057800     PERFORM 2200-LER-COPIACTL THRU 2200-EXIT.
057900     IF FIM-COPIACTL OR NOT CCT-CABECALHO
058000        MOVE "S" TO WS-CONTROLE-RUIM
058100        GO TO 2000-FECHAR.
058200     MOVE CCB-HORA           TO WS-HORA-COPIA.
058300     MOVE CCB-QTDE-REGISTROS TO WS-QTDE-CTL-REG.
058400     IF CCB-CONJUNTO NOT = WS-CONJUNTO-N
058500        OR CCB-QTDE-ARQUIVOS NOT = WS-QTDE-ARQUIVOS
058600        MOVE "S" TO WS-CONTROLE-RUIM
058700        GO TO 2000-FECHAR.
058800     MOVE ZERO TO WS-ARQ.
058900     PERFORM 2200-LER-COPIACTL THRU 2200-EXIT.
059000     PERFORM 2100-GUARDAR-DETALHE THRU 2100-EXIT
059100             UNTIL FIM-COPIACTL OR TEM-FINAL OR CONTROLE-RUIM.
059200     IF NOT TEM-FINAL
059300        OR WS-ARQ NOT = WS-QTDE-ARQUIVOS
059400        OR CCB-QTDE-REGISTROS NOT = WS-QTDE-CTL-REG
059500        OR CCB-QTDE-ARQUIVOS NOT = WS-QTDE-ARQUIVOS
059600        MOVE "S" TO WS-CONTROLE-RUIM.
059700 2000-FECHAR.
059800     CLOSE COPIACTL.
059900     IF CONTROLE-RUIM
060000        DISPLAY "PRODREST: CONTROLE " WS-NOME-COPIACTL
060100                " INCOMPLETO OU INVALIDO - COPIA NAO TERMINOU"
060200        DISPLAY "PRODREST: RESTAURACAO CANCELADA - NENHUM "
060300                "ARQUIVO FOI ALTERADO"
060400        PERFORM 9000-ENCERRAR THRU 9000-EXIT
060500        MOVE 8 TO RETURN-CODE
060600        GOBACK.
060700 2000-EXIT.
060800     EXIT.
060900
061000 2100-GUARDAR-DETALHE.
061100     IF CCT-FINAL
061200        MOVE "S" TO WS-TEM-FINAL
061300        GO TO 2100-EXIT.
061400     ADD 1 TO WS-ARQ.
061500     IF NOT CCT-DETALHE
061600        OR WS-ARQ > WS-QTDE-ARQUIVOS
061700        MOVE "S" TO WS-CONTROLE-RUIM
061800        GO TO 2100-EXIT.
061900     IF CCT-ARQUIVO NOT = WS-TAB-NOME (WS-ARQ)
062000        OR NOT (CCT-PRESENTE OR CCT-AUSENTE)
062100        OR CCT-QTDE NOT NUMERIC
062200        MOVE "S" TO WS-CONTROLE-RUIM
062300        GO TO 2100-EXIT.
062400     MOVE CCT-SITUACAO TO WS-CTL-SITUACAO (WS-ARQ).
062500     MOVE CCT-QTDE     TO WS-CTL-QTDE (WS-ARQ).
062600     MOVE CCT-HASH-1   TO WS-CTL-HASH-1 (WS-ARQ).
062700     MOVE CCT-HASH-2   TO WS-CTL-HASH-2 (WS-ARQ).
062800     MOVE CCT-HASH-3   TO WS-CTL-HASH-3 (WS-ARQ).
062900     PERFORM 2200-LER-COPIACTL THRU 2200-EXIT.
063000 2100-EXIT.
063100     EXIT.
063200
063300 2200-LER-COPIACTL.
063400     READ COPIACTL
063500          AT END MOVE "S" TO WS-FIM-COPIACTL
063600     END-READ.
063700 2200-EXIT.
063800     EXIT.
063900
064000******************************************************************
064100* PASSA A COPIA INTEIRA ANTES DE RESTAURAR: OS REGISTROS TEM DE
064200* VIR NA ORDEM DA TABELA E A QUANTIDADE DE CADA ARQUIVO TEM DE
064300* BATER COM O CONTROLE. DIVERGENCIA CANCELA SEM ALTERAR NADA.
064400******************************************************************
064500 2500-CONFERIR-COPIA.
064600     OPEN INPUT COPIA.
064700     IF ARQST-COPIA NOT = "00"
064800        DISPLAY "PRODREST: ERRO NA ABERTURA DE " WS-NOME-COPIA
064900                " - " ARQST-COPIA
065000        DISPLAY "PRODREST: RESTAURACAO CANCELADA - NENHUM "
065100                "ARQUIVO FOI ALTERADO"
065200        PERFORM 9000-ENCERRAR THRU 9000-EXIT
065300        MOVE 8 TO RETURN-CODE
065400        GOBACK.
065500     MOVE 1 TO WS-ARQ.
065600     MOVE ZERO TO WS-QTDE-REGISTROS.
065700     PERFORM 2700-LER-COPIA THRU 2700-EXIT.
065800     PERFORM 2600-CONTAR-REGISTRO THRU 2600-EXIT
065900             UNTIL FIM-COPIA OR CONTROLE-RUIM.
066000     CLOSE COPIA.
066100     IF WS-QTDE-REGISTROS NOT = WS-QTDE-CTL-REG
066200        MOVE "S" TO WS-CONTROLE-RUIM.
066300     PERFORM 2650-COMPARAR-QTDE THRU 2650-EXIT
066400             VARYING WS-ARQ FROM 1 BY 1
066500             UNTIL WS-ARQ > WS-QTDE-ARQUIVOS.
066600     IF CONTROLE-RUIM
066700        DISPLAY "PRODREST: " WS-NOME-COPIA
066800                " NAO CONFERE COM O CONTROLE"
066900        DISPLAY "PRODREST: RESTAURACAO CANCELADA - NENHUM "
067000                "ARQUIVO FOI ALTERADO"
067100        PERFORM 9000-ENCERRAR THRU 9000-EXIT
067200        MOVE 8 TO RETURN-CODE
067300        GOBACK.
067400 2500-EXIT.
067500     EXIT.
067600
067700 2600-CONTAR-REGISTRO.
067800     IF CPR-ARQUIVO = WS-TAB-NOME (WS-ARQ)
067900        ADD 1 TO WS-CTL-LIDOS (WS-ARQ) WS-QTDE-REGISTROS
068000        PERFORM 2700-LER-COPIA THRU 2700-EXIT
068100        GO TO 2600-EXIT.
068200     ADD 1 TO WS-ARQ.
068300     IF WS-ARQ > WS-QTDE-ARQUIVOS
068400        DISPLAY "PRODREST: REGISTRO FORA DE ORDEM NA COPIA - "
068500                CPR-ARQUIVO
068600        MOVE "S" TO WS-CONTROLE-RUIM.
068700 2600-EXIT.
068800     EXIT.
068900
069000 2650-COMPARAR-QTDE.
069100     IF WS-CTL-LIDOS (WS-ARQ) NOT = WS-CTL-QTDE (WS-ARQ)
069200        DISPLAY "PRODREST: " WS-TAB-NOME (WS-ARQ)
069300                " CONTROLE " WS-CTL-QTDE (WS-ARQ)
069400                " NA COPIA " WS-CTL-LIDOS (WS-ARQ)
069500        MOVE "S" TO WS-CONTROLE-RUIM.
069600 2650-EXIT.
069700     EXIT.
069800
069900 2700-LER-COPIA.
070000     READ COPIA
070100          AT END MOVE "S" TO WS-FIM-COPIA
070200     END-READ.
070300     IF ARQST-COPIA NOT = "00" AND NOT FIM-COPIA
070400        DISPLAY "PRODREST: ERRO NA LEITURA DE " WS-NOME-COPIA
070500                " - " ARQST-COPIA
070600        MOVE "S" TO WS-FIM-COPIA WS-CONTROLE-RUIM.
070700 2700-EXIT.
070800     EXIT.
070900
071000******************************************************************
071100* A RESTAURACAO SUBSTITUI TODOS OS ARQUIVOS PELOS DA COPIA; O
071200* OPERADOR CONFIRMA DEPOIS DE VER DE QUANDO E A COPIA.
071300******************************************************************
071400 3000-CONFIRMAR.
071500     DISPLAY "PRODREST: COPIA " WS-CNJ-DIA "/" WS-CNJ-MES "/"
071600             WS-CNJ-ANO " " WS-HC-HH ":" WS-HC-MM " CONFERIDA".
071700     MOVE WS-QTDE-CTL-REG TO WS-QTDE-ED.
071800     MOVE WS-QTDE-ARQUIVOS TO WS-ARQ-ED.
071900     DISPLAY "PRODREST: " WS-QTDE-ED " REGISTROS EM "
072000             WS-ARQ-ED " ARQUIVOS".
072100     DISPLAY "PRODREST: TODOS OS ARQUIVOS DO SISTEMA SERAO "
072200             "SUBSTITUIDOS PELOS DA COPIA".
072300     DISPLAY "PRODREST: CONFIRMA A RESTAURACAO (S/N)?".
072400     ACCEPT WS-RESP-CONFIRMA.
072500     IF NOT CONFIRMADO
072600        DISPLAY "PRODREST: RESTAURACAO NAO CONFIRMADA - NENHUM "
072700                "ARQUIVO FOI ALTERADO"
072800        PERFORM 9000-ENCERRAR THRU 9000-EXIT
072900        GOBACK.
073000 3000-EXIT.
073100     EXIT.
073200
073300******************************************************************
073400* MARCA A RESTAURACAO PENDENTE E RECRIA OS ARQUIVOS NA ORDEM DA
073500* TABELA. ARQUIVO AUSENTE NA COPIA E RECRIADO VAZIO. ERRO DE
073600* GRAVACAO INTERROMPE TUDO COM A MARCA AINDA LIGADA: O SISTEMA
073700* FICA BLOQUEADO ATE UMA RESTAURACAO COMPLETA.
073800******************************************************************
073900 4000-RESTAURAR.
074000     OPEN OUTPUT RESTPEN.
074100     IF ARQST-RESTPEN NOT = "00"
074200        DISPLAY "PRODREST: ERRO NA ABERTURA DE RESTPEN.DAT - "
074300                ARQST-RESTPEN " - NENHUM ARQUIVO FOI ALTERADO"
074400        PERFORM 9000-ENCERRAR THRU 9000-EXIT
074500        MOVE 8 TO RETURN-CODE
074600        GOBACK.
074700     MOVE WS-CONJUNTO-N TO RPN-CONJUNTO.
074800     MOVE WS-MOM-DATA-N TO RPN-DATA.
074900     MOVE WS-MOM-HORA   TO RPN-HORA.
075000     WRITE REG-RESTPEN.
075010     IF ARQST-RESTPEN NOT = "00"
075020        DISPLAY "PRODREST: ERRO NA GRAVACAO DE RESTPEN.DAT - "
075030                ARQST-RESTPEN " - NENHUM ARQUIVO FOI ALTERADO"
075040        CLOSE RESTPEN
075050        PERFORM 9000-ENCERRAR THRU 9000-EXIT
075060        MOVE 8 TO RETURN-CODE
075070        GOBACK.
075100     CLOSE RESTPEN.
075200     OPEN INPUT COPIA.
075300     IF ARQST-COPIA NOT = "00"
075400        DISPLAY "PRODREST: ERRO NA ABERTURA DE " WS-NOME-COPIA
075500                " - " ARQST-COPIA
075600        PERFORM 4900-INTERROMPER THRU 4900-EXIT.
075650     MOVE "S" TO WS-COPIA-ABERTA.
075700     MOVE "N" TO WS-FIM-COPIA.
075800     PERFORM 2700-LER-COPIA THRU 2700-EXIT.
075900     PERFORM 4100-RESTAURAR-ARQUIVO THRU 4100-EXIT
076000             VARYING WS-ARQ FROM 1 BY 1
076100             UNTIL WS-ARQ > WS-QTDE-ARQUIVOS.
076200     CLOSE COPIA.
076250     MOVE "N" TO WS-COPIA-ABERTA.
076300 4000-EXIT.
076400     EXIT.
076500
076600 4100-RESTAURAR-ARQUIVO.
076700     PERFORM 4300-ABRIR-SAIDA THRU 4300-EXIT.
076800     IF ARQST-ARQUIVO NOT = "00"
076900        DISPLAY "PRODREST: ERRO NA CRIACAO DE "
077000                WS-TAB-FILE-ID (WS-ARQ) " - " ARQST-ARQUIVO
077100        PERFORM 4900-INTERROMPER THRU 4900-EXIT.
077200     PERFORM 4200-GRAVAR THRU 4200-EXIT
077300             UNTIL FIM-COPIA
077400                OR CPR-ARQUIVO NOT = WS-TAB-NOME (WS-ARQ).
077500     PERFORM 4500-FECHAR-SAIDA THRU 4500-EXIT.
077600 4100-EXIT.
077700     EXIT.
077800
077900 4200-GRAVAR.
078000     PERFORM 4400-GRAVAR-REGISTRO THRU 4400-EXIT.
078100     IF ARQST-ARQUIVO NOT = "00"
078200        DISPLAY "PRODREST: ERRO AO GRAVAR "
078300                WS-TAB-FILE-ID (WS-ARQ) " - " ARQST-ARQUIVO
078400        PERFORM 4500-FECHAR-SAIDA THRU 4500-EXIT
078500        PERFORM 4900-INTERROMPER THRU 4900-EXIT.
078600     ADD 1 TO WS-QTDE-RESTAURADOS.
078700     PERFORM 2700-LER-COPIA THRU 2700-EXIT.
078800     IF CONTROLE-RUIM
078900        PERFORM 4500-FECHAR-SAIDA THRU 4500-EXIT
079000        PERFORM 4900-INTERROMPER THRU 4900-EXIT.
079100 4200-EXIT.
079200     EXIT.
079300
079400 4300-ABRIR-SAIDA.
079500     EVALUATE WS-ARQ
079600        WHEN 1
079700             OPEN OUTPUT PRODUTOS
079800        WHEN 2
079900             OPEN OUTPUT SALDOLOC
080000        WHEN 3
080100             OPEN OUTPUT PEDIDOS
080200        WHEN 4
080300             OPEN OUTPUT FORNECED
080400        WHEN 5
080500             OPEN OUTPUT OPERADOR
080600        WHEN 6
080700             OPEN OUTPUT LOCAIS
080800        WHEN 7
080900             OPEN OUTPUT MOTIVOS
081000        WHEN 8
081100             OPEN OUTPUT LOTES
081200        WHEN 9
081300             OPEN OUTPUT PRECOS
081400        WHEN 10
081500             OPEN OUTPUT PRECOHST
081600        WHEN 11
081700             OPEN OUTPUT REQUISIC
081800        WHEN 12
081900             OPEN OUTPUT KITS
082000        WHEN 13
082100             OPEN OUTPUT PRODMOV
082200        WHEN 14
082300             OPEN OUTPUT PRODLOG
082400        WHEN 15
082500             OPEN OUTPUT ACESSLOG
082600        WHEN 16
082700             OPEN OUTPUT LOTEMOV
082800        WHEN 17
082900             OPEN OUTPUT NUMMOV
083000        WHEN 18
083100             OPEN OUTPUT PRODFECH
083200        WHEN 19
083300             OPEN OUTPUT PRODVAL
083400        WHEN 20
083500             OPEN OUTPUT SEGPARM
083600        WHEN 21
083700             OPEN OUTPUT PRODINV
083710        WHEN 22
083720             OPEN OUTPUT RECEBHST
083728        WHEN 23
083736             OPEN OUTPUT CLASSABC
083744        WHEN 24
083752             OPEN OUTPUT CICLPARM
083760        WHEN 25
083768             OPEN OUTPUT CONTCICL
083776        WHEN 26
083784             OPEN OUTPUT CONTHST
083800     END-EVALUATE.
083900 4300-EXIT.
084000     EXIT.
084100
084200 4400-GRAVAR-REGISTRO.
084300     EVALUATE WS-ARQ
084400        WHEN 1
084500             MOVE CPR-DADOS TO REG-PROD
084600             WRITE REG-PROD
084700        WHEN 2
084800             MOVE CPR-DADOS TO REG-SLOC
084900             WRITE REG-SLOC
085000        WHEN 3
085100             MOVE CPR-DADOS TO REG-PED
085200             WRITE REG-PED
085300        WHEN 4
085400             MOVE CPR-DADOS TO REG-FORN
085500             WRITE REG-FORN
085600        WHEN 5
085700             MOVE CPR-DADOS TO REG-OPER
085800             WRITE REG-OPER
085900        WHEN 6
086000             MOVE CPR-DADOS TO REG-LOC
086100             WRITE REG-LOC
086200        WHEN 7
086300             MOVE CPR-DADOS TO REG-MOT
086400             WRITE REG-MOT
086500        WHEN 8
086600             MOVE CPR-DADOS TO REG-LOTE
086700             WRITE REG-LOTE
086800        WHEN 9
086900             MOVE CPR-DADOS TO REG-PRECO
087000             WRITE REG-PRECO
087100        WHEN 10
087200             MOVE CPR-DADOS TO REG-PHST
087300             WRITE REG-PHST
087400        WHEN 11
087500             MOVE CPR-DADOS TO REG-REQ
087600             WRITE REG-REQ
087700        WHEN 12
087800             MOVE CPR-DADOS TO REG-KIT
087900             WRITE REG-KIT
088000        WHEN 13
088100             MOVE CPR-DADOS TO REG-MOV
088200             WRITE REG-MOV
088300        WHEN 14
088400             MOVE CPR-DADOS TO REG-LOG
088500             WRITE REG-LOG
088600        WHEN 15
088700             MOVE CPR-DADOS TO REG-ACESSO
088800             WRITE REG-ACESSO
088900        WHEN 16
089000             MOVE CPR-DADOS TO REG-LMOV
089100             WRITE REG-LMOV
089200        WHEN 17
089300             MOVE CPR-DADOS TO REG-NUMMOV
089400             WRITE REG-NUMMOV
089500        WHEN 18
089600             MOVE CPR-DADOS TO REG-FECH
089700             WRITE REG-FECH
089800        WHEN 19
089900             MOVE CPR-DADOS TO REG-VAL
090000             WRITE REG-VAL
090100        WHEN 20
090200             MOVE CPR-DADOS TO REG-SEGPARM
090300             WRITE REG-SEGPARM
090400        WHEN 21
090500             MOVE CPR-DADOS TO REG-INV
090600             WRITE REG-INV
090610        WHEN 22
090620             MOVE CPR-DADOS TO REG-RHST
090630             WRITE REG-RHST
090635        WHEN 23
090640             MOVE CPR-DADOS TO REG-CABC
090645             WRITE REG-CABC
090650        WHEN 24
090655             MOVE CPR-DADOS TO REG-CICP
090660             WRITE REG-CICP
090665        WHEN 25
090670             MOVE CPR-DADOS TO REG-CCIC
090675             WRITE REG-CCIC
090680        WHEN 26
090685             MOVE CPR-DADOS TO REG-CHST
090690             WRITE REG-CHST
090700     END-EVALUATE.
090800 4400-EXIT.
090900     EXIT.
091000
091100 4500-FECHAR-SAIDA.
091200     EVALUATE WS-ARQ
091300        WHEN 1
091400             CLOSE PRODUTOS
091500        WHEN 2
091600             CLOSE SALDOLOC
091700        WHEN 3
091800             CLOSE PEDIDOS
091900        WHEN 4
092000             CLOSE FORNECED
092100        WHEN 5
092200             CLOSE OPERADOR
092300        WHEN 6
092400             CLOSE LOCAIS
092500        WHEN 7
092600             CLOSE MOTIVOS
092700        WHEN 8
092800             CLOSE LOTES
092900        WHEN 9
093000             CLOSE PRECOS
093100        WHEN 10
093200             CLOSE PRECOHST
093300        WHEN 11
093400             CLOSE REQUISIC
093500        WHEN 12
093600             CLOSE KITS
093700        WHEN 13
093800             CLOSE PRODMOV
093900        WHEN 14
094000             CLOSE PRODLOG
094100        WHEN 15
094200             CLOSE ACESSLOG
094300        WHEN 16
094400             CLOSE LOTEMOV
094500        WHEN 17
094600             CLOSE NUMMOV
094700        WHEN 18
094800             CLOSE PRODFECH
094900        WHEN 19
095000             CLOSE PRODVAL
095100        WHEN 20
095200             CLOSE SEGPARM
095300        WHEN 21
095400             CLOSE PRODINV
095410        WHEN 22
095420             CLOSE RECEBHST
095428        WHEN 23
095436             CLOSE CLASSABC
095444        WHEN 24
095452             CLOSE CICLPARM
095460        WHEN 25
095468             CLOSE CONTCICL
095476        WHEN 26
095484             CLOSE CONTHST
095500     END-EVALUATE.
095600 4500-EXIT.
095700     EXIT.
095800
095900 4900-INTERROMPER.
096000     DISPLAY "PRODREST: RESTAURACAO INTERROMPIDA - ARQUIVOS "
096100             "INCOMPLETOS".
096200     DISPLAY "PRODREST: SISTEMA BLOQUEADO ATE NOVA RESTAURACAO "
096300             "COMPLETA".
096400     IF COPIA-ABERTA
096450        CLOSE COPIA.
096500     PERFORM 9000-ENCERRAR THRU 9000-EXIT.
096600     MOVE 8 TO RETURN-CODE.
096700     GOBACK.
096800 4900-EXIT.
096900     EXIT.
097000
097100******************************************************************
097200* RELE CADA ARQUIVO RESTAURADO E RECALCULA A QUANTIDADE E OS
097300* TOTAIS DE CONFERENCIA, COM OS MESMOS CAMPOS DO PRODCOPI.
097400******************************************************************
097500 5000-CONFERIR-RESTAURADOS.
097600     PERFORM 5100-CONFERIR-PRODUTOS     THRU 5100-EXIT.
097700     PERFORM 5120-CONFERIR-SALDOLOC     THRU 5120-EXIT.
097800     PERFORM 5140-CONFERIR-PEDIDOS      THRU 5140-EXIT.
097900     PERFORM 5160-CONFERIR-FORNECED     THRU 5160-EXIT.
098000     PERFORM 5180-CONFERIR-OPERADOR     THRU 5180-EXIT.
098100     PERFORM 5200-CONFERIR-LOCAIS       THRU 5200-EXIT.
098200     PERFORM 5220-CONFERIR-MOTIVOS      THRU 5220-EXIT.
098300     PERFORM 5240-CONFERIR-LOTES        THRU 5240-EXIT.
098400     PERFORM 5260-CONFERIR-PRECOS       THRU 5260-EXIT.
098500     PERFORM 5280-CONFERIR-PRECOHST     THRU 5280-EXIT.
098600     PERFORM 5300-CONFERIR-REQUISIC     THRU 5300-EXIT.
098700     PERFORM 5320-CONFERIR-KITS         THRU 5320-EXIT.
098800     PERFORM 5340-CONFERIR-PRODMOV      THRU 5340-EXIT.
098900     PERFORM 5360-CONFERIR-PRODLOG      THRU 5360-EXIT.
099000     PERFORM 5380-CONFERIR-ACESSLOG     THRU 5380-EXIT.
099100     PERFORM 5400-CONFERIR-LOTEMOV      THRU 5400-EXIT.
099200     PERFORM 5420-CONFERIR-NUMMOV       THRU 5420-EXIT.
099300     PERFORM 5440-CONFERIR-PRODFECH     THRU 5440-EXIT.
099400     PERFORM 5460-CONFERIR-PRODVAL      THRU 5460-EXIT.
099500     PERFORM 5480-CONFERIR-SEGPARM      THRU 5480-EXIT.
099600     PERFORM 5500-CONFERIR-PRODINV      THRU 5500-EXIT.
099610     PERFORM 5520-CONFERIR-RECEBHST     THRU 5520-EXIT.
099628     PERFORM 5540-CONFERIR-CLASSABC     THRU 5540-EXIT.
099646     PERFORM 5560-CONFERIR-CICLPARM     THRU 5560-EXIT.
099664     PERFORM 5580-CONFERIR-CONTCICL     THRU 5580-EXIT.
099682     PERFORM 5600-CONFERIR-CONTHST      THRU 5600-EXIT.
099700     PERFORM 5700-COMPARAR-TOTAIS       THRU 5700-EXIT
099800             VARYING WS-ARQ FROM 1 BY 1
099900             UNTIL WS-ARQ > WS-QTDE-ARQUIVOS.
100000 5000-EXIT.
100100     EXIT.
100200
100300 5100-CONFERIR-PRODUTOS.
100400     MOVE 1 TO WS-ARQ.
100500     OPEN INPUT PRODUTOS.
100600     PERFORM 5900-VERIFICAR-ABERTURA THRU 5900-EXIT.
100700     IF FIM-ARQUIVO
100800        GO TO 5100-EXIT.
100900     PERFORM 5110-LER-PRODUTOS THRU 5110-EXIT
101000             UNTIL FIM-ARQUIVO.
101100     CLOSE PRODUTOS.
101200 5100-EXIT.
101300     EXIT.
101400
101500 5110-LER-PRODUTOS.
101600     READ PRODUTOS NEXT
101700          AT END MOVE "S" TO WS-FIM-ARQUIVO
101800     END-READ.
101900     PERFORM 5920-VERIFICAR-LEITURA THRU 5920-EXIT.
102000     IF FIM-ARQUIVO
102100        GO TO 5110-EXIT.
102200     MOVE CODIGO                 TO WS-VALOR-1.
102300     MOVE QTDADE                 TO WS-VALOR-2.
102400     MOVE TOTAL                  TO WS-VALOR-3.
102500     PERFORM 5950-ACUMULAR-TOTAIS THRU 5950-EXIT.
102600 5110-EXIT.
102700     EXIT.
102800
102900 5120-CONFERIR-SALDOLOC.
103000     MOVE 2 TO WS-ARQ.
103100     OPEN INPUT SALDOLOC.
103200     PERFORM 5900-VERIFICAR-ABERTURA THRU 5900-EXIT.
103300     IF FIM-ARQUIVO
103400        GO TO 5120-EXIT.
103500     PERFORM 5130-LER-SALDOLOC THRU 5130-EXIT
103600             UNTIL FIM-ARQUIVO.
103700     CLOSE SALDOLOC.
103800 5120-EXIT.
103900     EXIT.
104000
104100 5130-LER-SALDOLOC.
104200     READ SALDOLOC NEXT
104300          AT END MOVE "S" TO WS-FIM-ARQUIVO
104400     END-READ.
104500     PERFORM 5920-VERIFICAR-LEITURA THRU 5920-EXIT.
104600     IF FIM-ARQUIVO
104700        GO TO 5130-EXIT.
104800     MOVE SLOC-CODIGO            TO WS-VALOR-1.
104900     MOVE SLOC-QTDADE            TO WS-VALOR-2.
105000     MOVE SLOC-LOCAL             TO WS-VALOR-3.
105100     PERFORM 5950-ACUMULAR-TOTAIS THRU 5950-EXIT.
105200 5130-EXIT.
105300     EXIT.
105400
105500 5140-CONFERIR-PEDIDOS.
105600     MOVE 3 TO WS-ARQ.
105700     OPEN INPUT PEDIDOS.
105800     PERFORM 5900-VERIFICAR-ABERTURA THRU 5900-EXIT.
105900     IF FIM-ARQUIVO
106000        GO TO 5140-EXIT.
106100     PERFORM 5150-LER-PEDIDOS THRU 5150-EXIT
106200             UNTIL FIM-ARQUIVO.
106300     CLOSE PEDIDOS.
106400 5140-EXIT.
106500     EXIT.
106600
106700 5150-LER-PEDIDOS.
106800     READ PEDIDOS NEXT
106900          AT END MOVE "S" TO WS-FIM-ARQUIVO
107000     END-READ.
107100     PERFORM 5920-VERIFICAR-LEITURA THRU 5920-EXIT.
107200     IF FIM-ARQUIVO
107300        GO TO 5150-EXIT.
107400     MOVE PED-NUMERO             TO WS-VALOR-1.
107500     MOVE PED-QTD-PEDIDA         TO WS-VALOR-2.
107600     MOVE PED-QTD-RECEBIDA       TO WS-VALOR-3.
107700     PERFORM 5950-ACUMULAR-TOTAIS THRU 5950-EXIT.
107800 5150-EXIT.
107900     EXIT.
108000
108100 5160-CONFERIR-FORNECED.
108200     MOVE 4 TO WS-ARQ.
108300     OPEN INPUT FORNECED.
108400     PERFORM 5900-VERIFICAR-ABERTURA THRU 5900-EXIT.
108500     IF FIM-ARQUIVO
108600        GO TO 5160-EXIT.
108700     PERFORM 5170-LER-FORNECED THRU 5170-EXIT
108800             UNTIL FIM-ARQUIVO.
108900     CLOSE FORNECED.
109000 5160-EXIT.
109100     EXIT.
109200
109300 5170-LER-FORNECED.
109400     READ FORNECED NEXT
109500          AT END MOVE "S" TO WS-FIM-ARQUIVO
109600     END-READ.
109700     PERFORM 5920-VERIFICAR-LEITURA THRU 5920-EXIT.
109800     IF FIM-ARQUIVO
109900        GO TO 5170-EXIT.
110000     MOVE FORN-ID                TO WS-VALOR-1.
110100     MOVE FORN-PRAZO             TO WS-VALOR-2.
110200     PERFORM 5950-ACUMULAR-TOTAIS THRU 5950-EXIT.
110300 5170-EXIT.
110400     EXIT.
110500
110600 5180-CONFERIR-OPERADOR.
110700     MOVE 5 TO WS-ARQ.
110800     OPEN INPUT OPERADOR.
110900     PERFORM 5900-VERIFICAR-ABERTURA THRU 5900-EXIT.
111000     IF FIM-ARQUIVO
111100        GO TO 5180-EXIT.
111200     PERFORM 5190-LER-OPERADOR THRU 5190-EXIT
111300             UNTIL FIM-ARQUIVO.
111400     CLOSE OPERADOR.
111500 5180-EXIT.
111600     EXIT.
111700
111800 5190-LER-OPERADOR.
111900     READ OPERADOR NEXT
112000          AT END MOVE "S" TO WS-FIM-ARQUIVO
112100     END-READ.
112200     PERFORM 5920-VERIFICAR-LEITURA THRU 5920-EXIT.
112300     IF FIM-ARQUIVO
112400        GO TO 5190-EXIT.
112500     MOVE OPER-NIVEL             TO WS-VALOR-1.
112600     MOVE OPER-FALHAS            TO WS-VALOR-2.
112700     MOVE OPER-DT-SENHA          TO WS-VALOR-3.
112800     PERFORM 5950-ACUMULAR-TOTAIS THRU 5950-EXIT.
112900 5190-EXIT.
113000     EXIT.
113100
113200 5200-CONFERIR-LOCAIS.
113300     MOVE 6 TO WS-ARQ.
113400     OPEN INPUT LOCAIS.
113500     PERFORM 5900-VERIFICAR-ABERTURA THRU 5900-EXIT.
113600     IF FIM-ARQUIVO
113700        GO TO 5200-EXIT.
113800     PERFORM 5210-LER-LOCAIS THRU 5210-EXIT
113900             UNTIL FIM-ARQUIVO.
114000     CLOSE LOCAIS.
114100 5200-EXIT.
114200     EXIT.
114300
114400 5210-LER-LOCAIS.
114500     READ LOCAIS NEXT
114600          AT END MOVE "S" TO WS-FIM-ARQUIVO
114700     END-READ.
114800     PERFORM 5920-VERIFICAR-LEITURA THRU 5920-EXIT.
114900     IF FIM-ARQUIVO
115000        GO TO 5210-EXIT.
115100     MOVE LOC-CODIGO             TO WS-VALOR-1.
115200     PERFORM 5950-ACUMULAR-TOTAIS THRU 5950-EXIT.
115300 5210-EXIT.
115400     EXIT.
115500
115600 5220-CONFERIR-MOTIVOS.
115700     MOVE 7 TO WS-ARQ.
115800     OPEN INPUT MOTIVOS.
115900     PERFORM 5900-VERIFICAR-ABERTURA THRU 5900-EXIT.
116000     IF FIM-ARQUIVO
116100        GO TO 5220-EXIT.
116200     PERFORM 5230-LER-MOTIVOS THRU 5230-EXIT
116300             UNTIL FIM-ARQUIVO.
116400     CLOSE MOTIVOS.
116500 5220-EXIT.
116600     EXIT.
116700
116800 5230-LER-MOTIVOS.
116900     READ MOTIVOS NEXT
117000          AT END MOVE "S" TO WS-FIM-ARQUIVO
117100     END-READ.
117200     PERFORM 5920-VERIFICAR-LEITURA THRU 5920-EXIT.
117300     IF FIM-ARQUIVO
117400        GO TO 5230-EXIT.
117500     MOVE MOT-CODIGO             TO WS-VALOR-1.
117600     PERFORM 5950-ACUMULAR-TOTAIS THRU 5950-EXIT.
117700 5230-EXIT.
117800     EXIT.
117900
118000 5240-CONFERIR-LOTES.
118100     MOVE 8 TO WS-ARQ.
118200     OPEN INPUT LOTES.
118300     PERFORM 5900-VERIFICAR-ABERTURA THRU 5900-EXIT.
118400     IF FIM-ARQUIVO
118500        GO TO 5240-EXIT.
118600     PERFORM 5250-LER-LOTES THRU 5250-EXIT
118700             UNTIL FIM-ARQUIVO.
118800     CLOSE LOTES.
118900 5240-EXIT.
119000     EXIT.
119100
119200 5250-LER-LOTES.
119300     READ LOTES NEXT
119400          AT END MOVE "S" TO WS-FIM-ARQUIVO
119500     END-READ.
119600     PERFORM 5920-VERIFICAR-LEITURA THRU 5920-EXIT.
119700     IF FIM-ARQUIVO
119800        GO TO 5250-EXIT.
119900     MOVE LOTE-CODIGO            TO WS-VALOR-1.
120000     MOVE LOTE-QTDADE            TO WS-VALOR-2.
120100     MOVE LOTE-LOCAL             TO WS-VALOR-3.
120200     PERFORM 5950-ACUMULAR-TOTAIS THRU 5950-EXIT.
120300 5250-EXIT.
120400     EXIT.
120500
120600 5260-CONFERIR-PRECOS.
120700     MOVE 9 TO WS-ARQ.
120800     OPEN INPUT PRECOS.
120900     PERFORM 5900-VERIFICAR-ABERTURA THRU 5900-EXIT.
121000     IF FIM-ARQUIVO
121100        GO TO 5260-EXIT.
121200     PERFORM 5270-LER-PRECOS THRU 5270-EXIT
121300             UNTIL FIM-ARQUIVO.
121400     CLOSE PRECOS.
121500 5260-EXIT.
121600     EXIT.
121700
121800 5270-LER-PRECOS.
121900     READ PRECOS NEXT
122000          AT END MOVE "S" TO WS-FIM-ARQUIVO
122100     END-READ.
122200     PERFORM 5920-VERIFICAR-LEITURA THRU 5920-EXIT.
122300     IF FIM-ARQUIVO
122400        GO TO 5270-EXIT.
122500     MOVE PRC-CODIGO             TO WS-VALOR-1.
122600     MOVE PRC-PRECO              TO WS-VALOR-2.
122700     MOVE PRC-VIGENCIA           TO WS-VALOR-3.
122800     PERFORM 5950-ACUMULAR-TOTAIS THRU 5950-EXIT.
122900 5270-EXIT.
123000     EXIT.
123100
123200 5280-CONFERIR-PRECOHST.
123300     MOVE 10 TO WS-ARQ.
123400     OPEN INPUT PRECOHST.
123500     PERFORM 5900-VERIFICAR-ABERTURA THRU 5900-EXIT.
123600     IF FIM-ARQUIVO
123700        GO TO 5280-EXIT.
123800     PERFORM 5290-LER-PRECOHST THRU 5290-EXIT
123900             UNTIL FIM-ARQUIVO.
124000     CLOSE PRECOHST.
124100 5280-EXIT.
124200     EXIT.
124300
124400 5290-LER-PRECOHST.
124500     READ PRECOHST NEXT
124600          AT END MOVE "S" TO WS-FIM-ARQUIVO
124700     END-READ.
124800     PERFORM 5920-VERIFICAR-LEITURA THRU 5920-EXIT.
124900     IF FIM-ARQUIVO
125000        GO TO 5290-EXIT.
125100     MOVE PHST-CODIGO            TO WS-VALOR-1.
125200     MOVE PHST-PRECO             TO WS-VALOR-2.
125300     MOVE PHST-VIGENCIA          TO WS-VALOR-3.
125400     PERFORM 5950-ACUMULAR-TOTAIS THRU 5950-EXIT.
125500 5290-EXIT.
125600     EXIT.
125700
125800 5300-CONFERIR-REQUISIC.
125900     MOVE 11 TO WS-ARQ.
126000     OPEN INPUT REQUISIC.
126100     PERFORM 5900-VERIFICAR-ABERTURA THRU 5900-EXIT.
126200     IF FIM-ARQUIVO
126300        GO TO 5300-EXIT.
126400     PERFORM 5310-LER-REQUISIC THRU 5310-EXIT
126500             UNTIL FIM-ARQUIVO.
126600     CLOSE REQUISIC.
126700 5300-EXIT.
126800     EXIT.
126900
127000 5310-LER-REQUISIC.
127100     READ REQUISIC NEXT
127200          AT END MOVE "S" TO WS-FIM-ARQUIVO
127300     END-READ.
127400     PERFORM 5920-VERIFICAR-LEITURA THRU 5920-EXIT.
127500     IF FIM-ARQUIVO
127600        GO TO 5310-EXIT.
127700     MOVE REQ-NUMERO             TO WS-VALOR-1.
127800     MOVE REQ-QTD-PEDIDA         TO WS-VALOR-2.
127900     MOVE REQ-QTD-ATENDIDA       TO WS-VALOR-3.
128000     PERFORM 5950-ACUMULAR-TOTAIS THRU 5950-EXIT.
128100 5310-EXIT.
128200     EXIT.
128300
128400 5320-CONFERIR-KITS.
128500     MOVE 12 TO WS-ARQ.
128600     OPEN INPUT KITS.
128700     PERFORM 5900-VERIFICAR-ABERTURA THRU 5900-EXIT.
128800     IF FIM-ARQUIVO
128900        GO TO 5320-EXIT.
129000     PERFORM 5330-LER-KITS THRU 5330-EXIT
129100             UNTIL FIM-ARQUIVO.
129200     CLOSE KITS.
129300 5320-EXIT.
129400     EXIT.
129500
129600 5330-LER-KITS.
129700     READ KITS NEXT
129800          AT END MOVE "S" TO WS-FIM-ARQUIVO
129900     END-READ.
130000     PERFORM 5920-VERIFICAR-LEITURA THRU 5920-EXIT.
130100     IF FIM-ARQUIVO
130200        GO TO 5330-EXIT.
130300     MOVE KIT-CODIGO             TO WS-VALOR-1.
130400     MOVE KIT-COMPONENTE         TO WS-VALOR-2.
130500     MOVE KIT-QTDE               TO WS-VALOR-3.
130600     PERFORM 5950-ACUMULAR-TOTAIS THRU 5950-EXIT.
130700 5330-EXIT.
130800     EXIT.
130900
131000 5340-CONFERIR-PRODMOV.
131100     MOVE 13 TO WS-ARQ.
131200     OPEN INPUT PRODMOV.
131300     PERFORM 5900-VERIFICAR-ABERTURA THRU 5900-EXIT.
131400     IF FIM-ARQUIVO
131500        GO TO 5340-EXIT.
131600     PERFORM 5350-LER-PRODMOV THRU 5350-EXIT
131700             UNTIL FIM-ARQUIVO.
131800     CLOSE PRODMOV.
131900 5340-EXIT.
132000     EXIT.
132100
132200 5350-LER-PRODMOV.
132300     READ PRODMOV
132400          AT END MOVE "S" TO WS-FIM-ARQUIVO
132500     END-READ.
132600     PERFORM 5920-VERIFICAR-LEITURA THRU 5920-EXIT.
132700     IF FIM-ARQUIVO
132800        GO TO 5350-EXIT.
132900     MOVE MOV-QUANTIDADE         TO WS-VALOR-1.
133000     MOVE MOV-CODIGO             TO WS-VALOR-2.
133100     MOVE MOV-NUMERO             TO WS-VALOR-3.
133200     PERFORM 5950-ACUMULAR-TOTAIS THRU 5950-EXIT.
133300 5350-EXIT.
133400     EXIT.
133500
133600 5360-CONFERIR-PRODLOG.
133700     MOVE 14 TO WS-ARQ.
133800     OPEN INPUT PRODLOG.
133900     PERFORM 5900-VERIFICAR-ABERTURA THRU 5900-EXIT.
134000     IF FIM-ARQUIVO
134100        GO TO 5360-EXIT.
134200     PERFORM 5370-LER-PRODLOG THRU 5370-EXIT
134300             UNTIL FIM-ARQUIVO.
134400     CLOSE PRODLOG.
134500 5360-EXIT.
134600     EXIT.
134700
134800 5370-LER-PRODLOG.
134900     READ PRODLOG
135000          AT END MOVE "S" TO WS-FIM-ARQUIVO
135100     END-READ.
135200     PERFORM 5920-VERIFICAR-LEITURA THRU 5920-EXIT.
135300     IF FIM-ARQUIVO
135400        GO TO 5370-EXIT.
135500     MOVE LOG-QTDADE-DEPOIS      TO WS-VALOR-1.
135600     MOVE LOG-CODIGO-DEPOIS      TO WS-VALOR-2.
135700     MOVE LOG-QTDADE-ANTES       TO WS-VALOR-3.
135800     PERFORM 5950-ACUMULAR-TOTAIS THRU 5950-EXIT.
135900 5370-EXIT.
136000     EXIT.
136100
136200 5380-CONFERIR-ACESSLOG.
136300     MOVE 15 TO WS-ARQ.
136400     OPEN INPUT ACESSLOG.
136500     PERFORM 5900-VERIFICAR-ABERTURA THRU 5900-EXIT.
136600     IF FIM-ARQUIVO
136700        GO TO 5380-EXIT.
136800     PERFORM 5390-LER-ACESSLOG THRU 5390-EXIT
136900             UNTIL FIM-ARQUIVO.
137000     CLOSE ACESSLOG.
137100 5380-EXIT.
137200     EXIT.
137300
137400 5390-LER-ACESSLOG.
137500     READ ACESSLOG
137600          AT END MOVE "S" TO WS-FIM-ARQUIVO
137700     END-READ.
137800     PERFORM 5920-VERIFICAR-LEITURA THRU 5920-EXIT.
137900     IF FIM-ARQUIVO
138000        GO TO 5390-EXIT.
138100     MOVE ACE-DATA               TO WS-VALOR-1.
138200     MOVE ACE-HORA               TO WS-VALOR-2.
138300     PERFORM 5950-ACUMULAR-TOTAIS THRU 5950-EXIT.
138400 5390-EXIT.
138500     EXIT.
138600
138700 5400-CONFERIR-LOTEMOV.
138800     MOVE 16 TO WS-ARQ.
138900     OPEN INPUT LOTEMOV.
139000     PERFORM 5900-VERIFICAR-ABERTURA THRU 5900-EXIT.
139100     IF FIM-ARQUIVO
139200        GO TO 5400-EXIT.
139300     PERFORM 5410-LER-LOTEMOV THRU 5410-EXIT
139400             UNTIL FIM-ARQUIVO.
139500     CLOSE LOTEMOV.
139600 5400-EXIT.
139700     EXIT.
139800
139900 5410-LER-LOTEMOV.
140000     READ LOTEMOV
140100          AT END MOVE "S" TO WS-FIM-ARQUIVO
140200     END-READ.
140300     PERFORM 5920-VERIFICAR-LEITURA THRU 5920-EXIT.
140400     IF FIM-ARQUIVO
140500        GO TO 5410-EXIT.
140600     MOVE LMOV-NUMERO            TO WS-VALOR-1.
140700     MOVE LMOV-QTDE              TO WS-VALOR-2.
140800     MOVE LMOV-CODIGO            TO WS-VALOR-3.
140900     PERFORM 5950-ACUMULAR-TOTAIS THRU 5950-EXIT.
141000 5410-EXIT.
141100     EXIT.
141200
141300 5420-CONFERIR-NUMMOV.
141400     MOVE 17 TO WS-ARQ.
141500     OPEN INPUT NUMMOV.
141600     PERFORM 5900-VERIFICAR-ABERTURA THRU 5900-EXIT.
141700     IF FIM-ARQUIVO
141800        GO TO 5420-EXIT.
141900     PERFORM 5430-LER-NUMMOV THRU 5430-EXIT
142000             UNTIL FIM-ARQUIVO.
142100     CLOSE NUMMOV.
142200 5420-EXIT.
142300     EXIT.
142400
142500 5430-LER-NUMMOV.
142600     READ NUMMOV
142700          AT END MOVE "S" TO WS-FIM-ARQUIVO
142800     END-READ.
142900     PERFORM 5920-VERIFICAR-LEITURA THRU 5920-EXIT.
143000     IF FIM-ARQUIVO
143100        GO TO 5430-EXIT.
143200     MOVE NUMM-ULTIMO            TO WS-VALOR-1.
143300     PERFORM 5950-ACUMULAR-TOTAIS THRU 5950-EXIT.
143400 5430-EXIT.
143500     EXIT.
143600
143700 5440-CONFERIR-PRODFECH.
143800     MOVE 18 TO WS-ARQ.
143900     OPEN INPUT PRODFECH.
144000     PERFORM 5900-VERIFICAR-ABERTURA THRU 5900-EXIT.
144100     IF FIM-ARQUIVO
144200        GO TO 5440-EXIT.
144300     PERFORM 5450-LER-PRODFECH THRU 5450-EXIT
144400             UNTIL FIM-ARQUIVO.
144500     CLOSE PRODFECH.
144600 5440-EXIT.
144700     EXIT.
144800
144900 5450-LER-PRODFECH.
145000     READ PRODFECH
145100          AT END MOVE "S" TO WS-FIM-ARQUIVO
145200     END-READ.
145300     PERFORM 5920-VERIFICAR-LEITURA THRU 5920-EXIT.
145400     IF FIM-ARQUIVO
145500        GO TO 5450-EXIT.
145600     COMPUTE WS-VALOR-1 = FECH-ANO * 100 + FECH-MES.
145700     MOVE FECH-DT-ANO            TO WS-VALOR-2.
145800     PERFORM 5950-ACUMULAR-TOTAIS THRU 5950-EXIT.
145900 5450-EXIT.
146000     EXIT.
146100
146200 5460-CONFERIR-PRODVAL.
146300     MOVE 19 TO WS-ARQ.
146400     OPEN INPUT PRODVAL.
146500     PERFORM 5900-VERIFICAR-ABERTURA THRU 5900-EXIT.
146600     IF FIM-ARQUIVO
146700        GO TO 5460-EXIT.
146800     PERFORM 5470-LER-PRODVAL THRU 5470-EXIT
146900             UNTIL FIM-ARQUIVO.
147000     CLOSE PRODVAL.
147100 5460-EXIT.
147200     EXIT.
147300
147400 5470-LER-PRODVAL.
147500     READ PRODVAL
147600          AT END MOVE "S" TO WS-FIM-ARQUIVO
147700     END-READ.
147800     PERFORM 5920-VERIFICAR-LEITURA THRU 5920-EXIT.
147900     IF FIM-ARQUIVO
148000        GO TO 5470-EXIT.
148100     MOVE VAL-QTDADE-TOTAL       TO WS-VALOR-1.
148200     MOVE VAL-VALOR-TOTAL        TO WS-VALOR-2.
148300     MOVE VAL-QTDE-ITENS         TO WS-VALOR-3.
148400     PERFORM 5950-ACUMULAR-TOTAIS THRU 5950-EXIT.
148500 5470-EXIT.
148600     EXIT.
148700
148800 5480-CONFERIR-SEGPARM.
148900     MOVE 20 TO WS-ARQ.
149000     OPEN INPUT SEGPARM.
149100     PERFORM 5900-VERIFICAR-ABERTURA THRU 5900-EXIT.
149200     IF FIM-ARQUIVO
149300        GO TO 5480-EXIT.
149400     PERFORM 5490-LER-SEGPARM THRU 5490-EXIT
149500             UNTIL FIM-ARQUIVO.
149600     CLOSE SEGPARM.
149700 5480-EXIT.
149800     EXIT.
149900
150000 5490-LER-SEGPARM.
150100     READ SEGPARM
150200          AT END MOVE "S" TO WS-FIM-ARQUIVO
150300     END-READ.
150400     PERFORM 5920-VERIFICAR-LEITURA THRU 5920-EXIT.
150500     IF FIM-ARQUIVO
150600        GO TO 5490-EXIT.
150700     MOVE SEG-MAX-FALHAS         TO WS-VALOR-1.
150800     MOVE SEG-VALIDADE           TO WS-VALOR-2.
150900     PERFORM 5950-ACUMULAR-TOTAIS THRU 5950-EXIT.
151000 5490-EXIT.
151100     EXIT.
151200
151300 5500-CONFERIR-PRODINV.
151400     MOVE 21 TO WS-ARQ.
151500     OPEN INPUT PRODINV.
151600     PERFORM 5900-VERIFICAR-ABERTURA THRU 5900-EXIT.
151700     IF FIM-ARQUIVO
151800        GO TO 5500-EXIT.
151900     PERFORM 5510-LER-PRODINV THRU 5510-EXIT
152000             UNTIL FIM-ARQUIVO.
152100     CLOSE PRODINV.
152200 5500-EXIT.
152300     EXIT.
152400
152500 5510-LER-PRODINV.
152600     READ PRODINV
152700          AT END MOVE "S" TO WS-FIM-ARQUIVO
152800     END-READ.
152900     PERFORM 5920-VERIFICAR-LEITURA THRU 5920-EXIT.
153000     IF FIM-ARQUIVO
153100        GO TO 5510-EXIT.
153200     MOVE INV-CODIGO             TO WS-VALOR-1.
153300     MOVE INV-QTDADE-CONTADA     TO WS-VALOR-2.
153400     PERFORM 5950-ACUMULAR-TOTAIS THRU 5950-EXIT.
153500 5510-EXIT.
153600     EXIT.
153603
153606 5520-CONFERIR-RECEBHST.
153609     MOVE 22 TO WS-ARQ.
153612     OPEN INPUT RECEBHST.
153615     PERFORM 5900-VERIFICAR-ABERTURA THRU 5900-EXIT.
153618     IF FIM-ARQUIVO
153621        GO TO 5520-EXIT.
153624     PERFORM 5530-LER-RECEBHST THRU 5530-EXIT
153627             UNTIL FIM-ARQUIVO.
153630     CLOSE RECEBHST.
153633 5520-EXIT.
153636     EXIT.
153639
153642 5530-LER-RECEBHST.
153645     READ RECEBHST
153648          AT END MOVE "S" TO WS-FIM-ARQUIVO
153651     END-READ.
153654     PERFORM 5920-VERIFICAR-LEITURA THRU 5920-EXIT.
153657     IF FIM-ARQUIVO
153660        GO TO 5530-EXIT.
153661     MOVE RHST-MOV-NUMERO        TO WS-VALOR-1.
153662     MOVE RHST-QTDE              TO WS-VALOR-2.
153663     MOVE RHST-PEDIDO            TO WS-VALOR-3.
153664     PERFORM 5950-ACUMULAR-TOTAIS THRU 5950-EXIT.
153665 5530-EXIT.
153666     EXIT.
153667
153668 5540-CONFERIR-CLASSABC.
153669     MOVE 23 TO WS-ARQ.
153670     OPEN INPUT CLASSABC.
153671     PERFORM 5900-VERIFICAR-ABERTURA THRU 5900-EXIT.
153672     IF FIM-ARQUIVO
153673        GO TO 5540-EXIT.
153674     PERFORM 5550-LER-CLASSABC THRU 5550-EXIT
153675             UNTIL FIM-ARQUIVO.
153676     CLOSE CLASSABC.
153677 5540-EXIT.
153678     EXIT.
153679
153680 5550-LER-CLASSABC.
153681     READ CLASSABC
153682          AT END MOVE "S" TO WS-FIM-ARQUIVO
153683     END-READ.
153684     PERFORM 5920-VERIFICAR-LEITURA THRU 5920-EXIT.
153685     IF FIM-ARQUIVO
153686        GO TO 5550-EXIT.
153687     MOVE CABC-CODIGO            TO WS-VALOR-1.
153688     MOVE CABC-DATA              TO WS-VALOR-2.
153689     PERFORM 5950-ACUMULAR-TOTAIS THRU 5950-EXIT.
153690 5550-EXIT.
153691     EXIT.
153692
153693 5560-CONFERIR-CICLPARM.
153694     MOVE 24 TO WS-ARQ.
153695     OPEN INPUT CICLPARM.
153696     PERFORM 5900-VERIFICAR-ABERTURA THRU 5900-EXIT.
153697     IF FIM-ARQUIVO
153698        GO TO 5560-EXIT.
153699     PERFORM 5570-LER-CICLPARM THRU 5570-EXIT
153700             UNTIL FIM-ARQUIVO.
153701     CLOSE CICLPARM.
153702 5560-EXIT.
153703     EXIT.
153704
153705 5570-LER-CICLPARM.
153706     READ CICLPARM
153707          AT END MOVE "S" TO WS-FIM-ARQUIVO
153708     END-READ.
153709     PERFORM 5920-VERIFICAR-LEITURA THRU 5920-EXIT.
153710     IF FIM-ARQUIVO
153711        GO TO 5570-EXIT.
153712     MOVE CICP-FREQ-A            TO WS-VALOR-1.
153713     MOVE CICP-FREQ-B            TO WS-VALOR-2.
153714     MOVE CICP-FREQ-C            TO WS-VALOR-3.
153715     PERFORM 5950-ACUMULAR-TOTAIS THRU 5950-EXIT.
153716 5570-EXIT.
153717     EXIT.
153718
153719 5580-CONFERIR-CONTCICL.
153720     MOVE 25 TO WS-ARQ.
153721     OPEN INPUT CONTCICL.
153722     PERFORM 5900-VERIFICAR-ABERTURA THRU 5900-EXIT.
153723     IF FIM-ARQUIVO
153724        GO TO 5580-EXIT.
153725     PERFORM 5590-LER-CONTCICL THRU 5590-EXIT
153726             UNTIL FIM-ARQUIVO.
153727     CLOSE CONTCICL.
153728 5580-EXIT.
153729     EXIT.
153730
153731 5590-LER-CONTCICL.
153732     READ CONTCICL NEXT
153733          AT END MOVE "S" TO WS-FIM-ARQUIVO
153734     END-READ.
153735     PERFORM 5920-VERIFICAR-LEITURA THRU 5920-EXIT.
153736     IF FIM-ARQUIVO
153737        GO TO 5590-EXIT.
153738     MOVE CCIC-CODIGO            TO WS-VALOR-1.
153739     MOVE CCIC-DT-PREVISTA       TO WS-VALOR-2.
153740     MOVE CCIC-LOCAL             TO WS-VALOR-3.
153741     PERFORM 5950-ACUMULAR-TOTAIS THRU 5950-EXIT.
153742 5590-EXIT.
153743     EXIT.
153744
153745 5600-CONFERIR-CONTHST.
153746     MOVE 26 TO WS-ARQ.
153747     OPEN INPUT CONTHST.
153748     PERFORM 5900-VERIFICAR-ABERTURA THRU 5900-EXIT.
153749     IF FIM-ARQUIVO
153750        GO TO 5600-EXIT.
153751     PERFORM 5610-LER-CONTHST THRU 5610-EXIT
153752             UNTIL FIM-ARQUIVO.
153753     CLOSE CONTHST.
153754 5600-EXIT.
153755     EXIT.
153756
153757 5610-LER-CONTHST.
153758     READ CONTHST
153759          AT END MOVE "S" TO WS-FIM-ARQUIVO
153760     END-READ.
153761     PERFORM 5920-VERIFICAR-LEITURA THRU 5920-EXIT.
153762     IF FIM-ARQUIVO
153763        GO TO 5610-EXIT.
153764     MOVE CHST-CODIGO            TO WS-VALOR-1.
153765     MOVE CHST-CONTADO           TO WS-VALOR-2.
153766     MOVE CHST-DATA              TO WS-VALOR-3.
153767     PERFORM 5950-ACUMULAR-TOTAIS THRU 5950-EXIT.
153768 5610-EXIT.
153769     EXIT.
153772
153800******************************************************************
153900* O ARQUIVO CONFERE QUANDO ABRIU E LEU ATE O FIM E QUANTIDADE E
154000* TOTAIS SAO OS DO CONTROLE.
154100******************************************************************
154200 5700-COMPARAR-TOTAIS.
154300     IF WS-TOT-SITUACAO (WS-ARQ) = "P"
154400        AND WS-TOT-QTDE (WS-ARQ)   = WS-CTL-QTDE (WS-ARQ)
154500        AND WS-TOT-HASH-1 (WS-ARQ) = WS-CTL-HASH-1 (WS-ARQ)
154600        AND WS-TOT-HASH-2 (WS-ARQ) = WS-CTL-HASH-2 (WS-ARQ)
154700        AND WS-TOT-HASH-3 (WS-ARQ) = WS-CTL-HASH-3 (WS-ARQ)
154800        MOVE "S" TO WS-TOT-RESULTADO (WS-ARQ)
154900     ELSE
155000        ADD 1 TO WS-QTDE-DIVERGENTES.
155100 5700-EXIT.
155200     EXIT.
155300
155400******************************************************************
155500* ARQUIVO RESTAURADO QUE NAO ABRE FICA COMO DIVERGENTE (SITUACAO
155600* EM BRANCO NA TABELA DE TOTAIS) E A CONFERENCIA SEGUE.
155700******************************************************************
155800 5900-VERIFICAR-ABERTURA.
155900     MOVE "N" TO WS-FIM-ARQUIVO.
156000     IF ARQST-ARQUIVO = "00"
156100        MOVE "P" TO WS-TOT-SITUACAO (WS-ARQ)
156200        GO TO 5900-EXIT.
156300     DISPLAY "PRODREST: ERRO NA ABERTURA DE "
156400             WS-TAB-FILE-ID (WS-ARQ) " - " ARQST-ARQUIVO.
156500     MOVE "S" TO WS-FIM-ARQUIVO.
156600 5900-EXIT.
156700     EXIT.
156800
156900 5920-VERIFICAR-LEITURA.
157000     IF ARQST-ARQUIVO = "00" OR FIM-ARQUIVO
157100        GO TO 5920-EXIT.
157200     DISPLAY "PRODREST: ERRO NA LEITURA DE "
157300             WS-TAB-FILE-ID (WS-ARQ) " - " ARQST-ARQUIVO.
157400     MOVE SPACE TO WS-TOT-SITUACAO (WS-ARQ).
157500     MOVE "S" TO WS-FIM-ARQUIVO.
157600 5920-EXIT.
157700     EXIT.
157800
157900 5950-ACUMULAR-TOTAIS.
158000     ADD 1          TO WS-TOT-QTDE (WS-ARQ).
158100     ADD WS-VALOR-1 TO WS-TOT-HASH-1 (WS-ARQ).
158200     ADD WS-VALOR-2 TO WS-TOT-HASH-2 (WS-ARQ).
158300     ADD WS-VALOR-3 TO WS-TOT-HASH-3 (WS-ARQ).
158400     MOVE ZERO TO WS-VALOR-1 WS-VALOR-2 WS-VALOR-3.
158500 5950-EXIT.
158600     EXIT.
158700
158800******************************************************************
158900* RELATORIO: UMA LINHA POR ARQUIVO COM A QUANTIDADE DO CONTROLE,
159000* A RESTAURADA E O RESULTADO DA CONFERENCIA.
159100******************************************************************
159200 6000-IMPRIMIR-RESUMO.
159300     MOVE WS-MOM-DIA TO CAB1-DIA.
159400     MOVE WS-MOM-MES TO CAB1-MES.
159500     MOVE WS-MOM-ANO TO CAB1-ANO.
159600     WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-1.
159700     MOVE WS-NOME-COPIA TO CAB2-COPIA.
159800     MOVE WS-CNJ-DIA    TO CAB2-DIA.
159900     MOVE WS-CNJ-MES    TO CAB2-MES.
160000     MOVE WS-CNJ-ANO    TO CAB2-ANO.
160100     MOVE WS-HC-HH      TO CAB2-HH.
160200     MOVE WS-HC-MM      TO CAB2-MM.
160300     MOVE WS-HC-SS      TO CAB2-SS.
160400     WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-2.
160500     WRITE LINHA-RELATORIO FROM SPACES.
160600     WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-3.
160700     PERFORM 6100-IMPRIMIR-ARQUIVO THRU 6100-EXIT
160800             VARYING WS-ARQ FROM 1 BY 1
160900             UNTIL WS-ARQ > WS-QTDE-ARQUIVOS.
161000     WRITE LINHA-RELATORIO FROM SPACES.
161100     MOVE WS-QTDE-CTL-REG     TO ROD-REGISTROS.
161200     WRITE LINHA-RELATORIO FROM LINHA-RODAPE-1.
161300     MOVE WS-QTDE-RESTAURADOS TO ROD-RESTAURADOS.
161400     WRITE LINHA-RELATORIO FROM LINHA-RODAPE-2.
161500     MOVE WS-QTDE-DIVERGENTES TO ROD-DIVERGENTES.
161600     WRITE LINHA-RELATORIO FROM LINHA-RODAPE-3.
161700     WRITE LINHA-RELATORIO FROM SPACES.
161800 6000-EXIT.
161900     EXIT.
162000
162100 6100-IMPRIMIR-ARQUIVO.
162200     MOVE WS-TAB-NOME (WS-ARQ)    TO DET-ARQUIVO.
162300     MOVE WS-TAB-FILE-ID (WS-ARQ) TO DET-FILE-ID.
162400     IF WS-CTL-SITUACAO (WS-ARQ) = "P"
162500        MOVE "PRESENTE"           TO DET-SITUACAO
162600     ELSE
162700        MOVE "AUSENTE"            TO DET-SITUACAO.
162800     MOVE WS-CTL-QTDE (WS-ARQ)    TO DET-QTDE-CTL.
162900     MOVE WS-TOT-QTDE (WS-ARQ)    TO DET-QTDE-REST.
163000     IF NOT TOT-CONFERE (WS-ARQ)
163100        MOVE "DIVERGE DO CONTROLE"  TO DET-RESULTADO
163200     ELSE
163300        IF WS-CTL-SITUACAO (WS-ARQ) = "P"
163400           MOVE "CONFERE"           TO DET-RESULTADO
163500        ELSE
163600           MOVE "CONFERE - CRIADO VAZIO" TO DET-RESULTADO.
163700     WRITE LINHA-RELATORIO FROM LINHA-DETALHE.
163800 6100-EXIT.
163900     EXIT.
164000
164100******************************************************************
164200* TUDO CONFERIDO: ESVAZIA RESTPEN.DAT E O SISTEMA VOLTA A SER
164300* LIBERADO. COM DIVERGENCIA A MARCA FICA E SO NIVEL 3 ENTRA NO
164400* MENU.
164500******************************************************************
164600 7000-LIBERAR-SISTEMA.
164700     MOVE SPACES TO FIN-TEXTO.
164800     IF WS-QTDE-DIVERGENTES > ZERO
164900        MOVE "RESTAURACAO COM DIVERGENCIA - SISTEMA BLOQUEADO"
165000             TO FIN-TEXTO
165100        MOVE 8 TO RETURN-CODE
165200        GO TO 7000-IMPRIMIR.
165300     OPEN OUTPUT RESTPEN.
165400     IF ARQST-RESTPEN NOT = "00"
165500        MOVE "RESTAURACAO CONFERIDA - ERRO AO LIMPAR RESTPEN.DAT"
165600             TO FIN-TEXTO
165700        MOVE 8 TO RETURN-CODE
165800        GO TO 7000-IMPRIMIR.
165900     CLOSE RESTPEN.
166000     MOVE "RESTAURACAO CONFERIDA - SISTEMA LIBERADO" TO FIN-TEXTO.
166100     MOVE ZERO TO RETURN-CODE.
166200 7000-IMPRIMIR.
166300     WRITE LINHA-RELATORIO FROM LINHA-FINAL.
166400     DISPLAY "PRODREST: " FIN-TEXTO.
166500 7000-EXIT.
166600     EXIT.
166700
166800******************************************************************
166900* FECHA O RELATORIO.
167000******************************************************************
167100 9000-ENCERRAR.
167200     CLOSE RELREST.
167300 9000-EXIT.
167400     EXIT.
