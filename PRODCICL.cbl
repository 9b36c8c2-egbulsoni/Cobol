000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PRODCICL.
000300 AUTHOR.        CPD - CONTROLE DE ESTOQUE.
000400 INSTALLATION.  DEPTO DE PROCESSAMENTO DE DADOS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800* HISTORICO DE ALTERACOES
000900******************************************************************
001000* DATA        AUTOR   DESCRICAO
001100* 15/10/2026   CPD     PROGRAMA ORIGINAL - PLANO DE CONTAGEM
001200*                      CICLICA. PASSA POR SALDOLOC.DAT E MANTEM
001300*                      EM CONTCICL.DAT, PARA CADA PRODUTO E
001400*                      LOCAL, A CLASSE ABC (CLASSABC.DAT, DO
001500*                      PRODABC) E A DATA PREVISTA DA PROXIMA
001600*                      CONTAGEM PELA FREQUENCIA DA CLASSE
001700*                      (CICLPARM.DAT). O QUE VENCE ATE HOJE
001800*                      ENTRA NA LISTA DO DIA E FICA NELA ATE SER
001900*                      CONTADO (PRODCONT) E APURADO (PRODINVA).
002000*                      IMPRIME A LISTA EM FOLHAS DE CONTAGEM POR
002100*                      LOCAL, SEM O SALDO DE LIVRO (CONTAGEM
002200*                      CEGA), COM OS DIAS DE ATRASO DE CADA ITEM.
002300*                      LISTA GERAL (G) POE TODOS OS SALDOS NA
002400*                      LISTA, PARA O INVENTARIO COMPLETO. RODA
002500*                      PELO CONSOLE OU NA CADEIA NOTURNA
002600*                      (PRODLOTE, VIA PARMLOTE.TMP). GRAVA
002700*                      PRODCICL.LST; ERRO DEVOLVE RETURN-CODE 8,
002800*                      CLASSABC.DAT AUSENTE DEVOLVE 4.
002900******************************************************************
003000
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT PRODUTOS ASSIGN TO DISK
003700            ORGANIZATION INDEXED
003800            ACCESS MODE DYNAMIC
003900            RECORD KEY IS CODIGO
004000            FILE STATUS IS ARQST-PRODUTOS.
004100
004200     SELECT SALDOLOC ASSIGN TO DISK
004300            ORGANIZATION INDEXED
004400            ACCESS MODE SEQUENTIAL
004500            RECORD KEY IS SLOC-CHAVE
004600            FILE STATUS IS ARQST-SALDOLOC.
004700
004800     SELECT CONTCICL ASSIGN TO DISK
004900            ORGANIZATION INDEXED
005000            ACCESS MODE DYNAMIC
005100            RECORD KEY IS CCIC-CHAVE
005200            FILE STATUS IS ARQST-CONTCICL.
005300
005400     SELECT LOCAIS ASSIGN TO DISK
005500            ORGANIZATION INDEXED
005600            ACCESS MODE SEQUENTIAL
005700            RECORD KEY IS LOC-CODIGO
005800            FILE STATUS IS ARQST-LOCAIS.
005900
006000     SELECT CLASSABC ASSIGN TO DISK
006100            ORGANIZATION SEQUENTIAL
006200            ACCESS MODE SEQUENTIAL
006300            FILE STATUS IS ARQST-CLASSABC.
006400
006500     SELECT CICLPARM ASSIGN TO DISK
006600            ORGANIZATION SEQUENTIAL
006700            ACCESS MODE SEQUENTIAL
006800            FILE STATUS IS ARQST-CICLPARM.
006900
007000     SELECT CLASSIF ASSIGN TO DISK.
007100
007200     SELECT CICLTRAB ASSIGN TO DISK
007300            ORGANIZATION SEQUENTIAL
007400            ACCESS MODE SEQUENTIAL
007500            FILE STATUS IS ARQST-CICLTRAB.
007600
007700     SELECT RELCICL ASSIGN TO PRINTER
007800            ORGANIZATION LINE SEQUENTIAL
007900            FILE STATUS IS ARQST-RELCICL.
008000
008100     SELECT PARMLOTE ASSIGN TO DISK
008200            ORGANIZATION LINE SEQUENTIAL
008300            FILE STATUS IS ARQST-PARMLOTE.
008400
008500 DATA DIVISION.
008600 FILE SECTION.
008700 FD  PRODUTOS LABEL RECORD STANDARD
008800     VALUE OF FILE-ID IS "PRODUTOS.DAT".
008900     COPY PRODUTOS.
009000
009100 FD  SALDOLOC LABEL RECORD STANDARD
009200     VALUE OF FILE-ID IS "SALDOLOC.DAT".
009300     COPY SALDOLOC.
009400
009500 FD  CONTCICL LABEL RECORD STANDARD
009600     VALUE OF FILE-ID IS "CONTCICL.DAT".
009700     COPY CONTCICL.
009800
009900 FD  LOCAIS LABEL RECORD STANDARD
010000     VALUE OF FILE-ID IS "LOCAIS.DAT".
010100     COPY LOCAIS.
010200
010300 FD  CLASSABC LABEL RECORD STANDARD
010400     VALUE OF FILE-ID IS "CLASSABC.DAT".
010500     COPY CLASSABC.
010600
010700 FD  CICLPARM LABEL RECORD STANDARD
010800     VALUE OF FILE-ID IS "CICLPARM.DAT".
010900     COPY CICLPARM.
011000
011100 SD  CLASSIF
011200     DATA RECORD IS REG-SORT.
011300 01  REG-SORT.
011400     02  SRT-LOCAL               PIC 9(02).
011500     02  SRT-CODIGO              PIC 9(04).
011600     02  SRT-CLASSE              PIC X(01).
011700     02  SRT-PREVISTA            PIC 9(08).
011800     02  SRT-LISTA               PIC 9(08).
011900
012000 FD  CICLTRAB LABEL RECORD STANDARD
012100     DATA RECORD IS REG-TRAB
012200     VALUE OF FILE-ID IS "PRODCICL.TMP".
012300 01  REG-TRAB.
012400     02  TRB-LOCAL               PIC 9(02).
012500     02  TRB-CODIGO              PIC 9(04).
012600     02  TRB-CLASSE              PIC X(01).
012700     02  TRB-PREVISTA            PIC 9(08).
012800     02  TRB-PREVISTA-R REDEFINES TRB-PREVISTA.
012900         03  TRB-PRV-ANO         PIC 9(04).
013000         03  TRB-PRV-MES         PIC 9(02).
013100         03  TRB-PRV-DIA         PIC 9(02).
013200     02  TRB-LISTA               PIC 9(08).
013300
013400 FD  RELCICL LABEL RECORD STANDARD
013500     VALUE OF FILE-ID IS "PRODCICL.LST".
013600 01  LINHA-RELATORIO             PIC X(132).
013700
013800 FD  PARMLOTE LABEL RECORD STANDARD
013900     VALUE OF FILE-ID IS "PARMLOTE.TMP".
014000     COPY PARMLOTE.
014100
014200 WORKING-STORAGE SECTION.
014300 01  ARQST-PRODUTOS              PIC X(02).
014400 01  ARQST-SALDOLOC              PIC X(02).
014500 01  ARQST-CONTCICL              PIC X(02).
014600 01  ARQST-LOCAIS                PIC X(02).
014700 01  ARQST-CLASSABC              PIC X(02).
014800 01  ARQST-CICLPARM              PIC X(02).
014900 01  ARQST-CICLTRAB              PIC X(02).
015000 01  ARQST-RELCICL               PIC X(02).
015100 01  ARQST-PARMLOTE              PIC X(02).
015200
015300 01  WS-EM-LOTE                  PIC X(01) VALUE "N".
015400     88  EM-LOTE                           VALUE "S".
015500
015600 01  WS-TIPO-LISTA               PIC X(01) VALUE SPACE.
015700     88  LISTA-CICLICA                     VALUE "C".
015800     88  LISTA-GERAL                       VALUE "G".
015900
016000 01  WS-SWITCHES.
016100     02  WS-FIM-SALDOLOC         PIC X(01) VALUE "N".
016200         88  FIM-SALDOLOC                  VALUE "S".
016300     02  WS-FIM-LOCAIS           PIC X(01) VALUE "N".
016400         88  FIM-LOCAIS                    VALUE "S".
016500     02  WS-FIM-CLASSABC         PIC X(01) VALUE "N".
016600         88  FIM-CLASSABC                  VALUE "S".
016700     02  WS-FIM-TRAB             PIC X(01) VALUE "N".
016800         88  FIM-TRAB                      VALUE "S".
016900     02  WS-CCIC-EXISTE          PIC X(01) VALUE "N".
017000         88  CCIC-EXISTE                   VALUE "S".
017100
017200 01  WS-CONTADORES.
017300     02  WS-QTDE-NOVOS           PIC 9(05) COMP VALUE ZERO.
017400     02  WS-QTDE-INCLUIDOS       PIC 9(05) COMP VALUE ZERO.
017500     02  WS-QTDE-LISTADOS        PIC 9(05) COMP VALUE ZERO.
017600     02  WS-QTDE-ATRASADOS       PIC 9(05) COMP VALUE ZERO.
017700     02  WS-QTDE-LOCAIS          PIC 9(05) COMP VALUE ZERO.
017800     02  WS-QTDE-CLASSE-A        PIC 9(05) COMP VALUE ZERO.
017900     02  WS-QTDE-CLASSE-B        PIC 9(05) COMP VALUE ZERO.
018000     02  WS-QTDE-CLASSE-C        PIC 9(05) COMP VALUE ZERO.
018100     02  WS-LOC-ITENS            PIC 9(05) COMP VALUE ZERO.
018200     02  WS-LOC-ATRASADOS        PIC 9(05) COMP VALUE ZERO.
018300
018400 01  WS-DATA-SISTEMA.
018500     02  WS-ANO-SIS              PIC 9(04).
018600     02  WS-MES-SIS              PIC 9(02).
018700     02  WS-DIA-SIS              PIC 9(02).
018800
018900******************************************************************
019000* FREQUENCIA DE CONTAGEM DE CADA CLASSE, EM DIAS. OS VALORES
019100* ABAIXO SAO OS PADROES, SUBSTITUIDOS PELOS DE CICLPARM.DAT.
019200******************************************************************
019300 01  WS-FREQUENCIAS.
019400     02  WS-FREQ-A               PIC 9(03) VALUE 030.
019500     02  WS-FREQ-B               PIC 9(03) VALUE 090.
019600     02  WS-FREQ-C               PIC 9(03) VALUE 365.
019700
019800 01  WS-HOJE                     PIC 9(08) VALUE ZERO.
019900 01  WS-DIA-HOJE                 PIC 9(07) VALUE ZERO.
020000 01  WS-CLASSE                   PIC X(01) VALUE SPACE.
020100 01  WS-FREQUENCIA               PIC 9(03) VALUE ZERO.
020200 01  WS-DESLOCAMENTO             PIC 9(03) VALUE ZERO.
020300 01  WS-QUOCIENTE                PIC 9(04) VALUE ZERO.
020400 01  WS-DIAS-ATRASO              PIC 9(05) VALUE ZERO.
020500 01  WS-LOCAL-ATUAL              PIC 9(02) VALUE ZERO.
020600 01  WS-SUB                      PIC 9(05) COMP VALUE ZERO.
020700
020800******************************************************************
020900* CLASSE ABC DE CADA PRODUTO (O CODIGO E O INDICE), CARREGADA DE
021000* CLASSABC.DAT. PRODUTO QUE NAO ESTA LA (CADASTRADO DEPOIS DA
021100* ULTIMA CURVA) FICA NA CLASSE C.
021200******************************************************************
021300 01  WS-TABELA-CLASSE.
021400     02  WS-CLA-CLASSE OCCURS 9999 TIMES
021500                                 PIC X(01).
021600
021700******************************************************************
021800* NOMES DOS LOCAIS POR CODIGO (O PROPRIO CODIGO E O INDICE),
021900* CARREGADOS DE LOCAIS.DAT NA ABERTURA.
022000******************************************************************
022100 01  WS-TABELA-LOCAL.
022200     02  WS-LOC-ITEM OCCURS 99 TIMES.
022300         03  WS-LOC-NOME-T       PIC X(20).
022400
022500 01  LINHA-CABECALHO-1.
022600     02  FILLER                  PIC X(01)  VALUE SPACE.
022700     02  FILLER                  PIC X(23)  VALUE
022800             "CONTROLE DE MERCADORIAS".
022900     02  FILLER                  PIC X(30)  VALUE
023000             "FOLHA DE CONTAGEM CICLICA".
023100     02  FILLER                  PIC X(10)  VALUE "DATA:".
023200     02  CAB1-DIA                PIC 99/.
023300     02  CAB1-MES                PIC 99/.
023400     02  CAB1-ANO                PIC 9999.
023500     02  FILLER                  PIC X(09)  VALUE
023600             "  LISTA:".
023700     02  CAB1-TIPO               PIC X(07).
023800
023900 01  LINHA-FREQUENCIA.
024000     02  FILLER                  PIC X(01)  VALUE SPACE.
024100     02  FILLER                  PIC X(24)  VALUE
024200             "FREQUENCIA EM DIAS - A:".
024300     02  FRQ-A                   PIC ZZ9.
024400     02  FILLER                  PIC X(05)  VALUE "  B:".
024500     02  FRQ-B                   PIC ZZ9.
024600     02  FILLER                  PIC X(05)  VALUE "  C:".
024700     02  FRQ-C                   PIC ZZ9.
024800
024900 01  LINHA-LOCAL.
025000     02  FILLER                  PIC X(01)  VALUE SPACE.
025100     02  FILLER                  PIC X(07)  VALUE "LOCAL:".
025200     02  LOC-DET-CODIGO          PIC Z9.
025300     02  FILLER                  PIC X(02)  VALUE SPACES.
025400     02  LOC-DET-NOME            PIC X(20).
025500     02  FILLER                  PIC X(12)  VALUE SPACES.
025600     02  FILLER                  PIC X(30)  VALUE
025700             "CONTADOR: ____________________".
025800
025900 01  LINHA-CABECALHO-2.
026000     02  FILLER                  PIC X(01)  VALUE SPACE.
026100     02  FILLER                  PIC X(06)  VALUE "CODIGO".
026200     02  FILLER                  PIC X(04)  VALUE SPACES.
026300     02  FILLER                PIC X(30)  VALUE "NOME DO PRODUTO".
026400     02  FILLER                  PIC X(02)  VALUE SPACES.
026500     02  FILLER                  PIC X(06)  VALUE "CLASSE".
026600     02  FILLER                  PIC X(02)  VALUE SPACES.
026700     02  FILLER                  PIC X(10)  VALUE "PREVISTA".
026800     02  FILLER                  PIC X(02)  VALUE SPACES.
026900     02  FILLER                  PIC X(06)  VALUE "ATRASO".
027000     02  FILLER                  PIC X(03)  VALUE SPACES.
027100     02  FILLER                  PIC X(14)  VALUE
027200             "QTDE CONTADA".
027300
027400 01  LINHA-DETALHE.
027500     02  FILLER                  PIC X(01)  VALUE SPACE.
027600     02  DET-CODIGO              PIC ZZZ9.
027700     02  FILLER                  PIC X(06)  VALUE SPACES.
027800     02  DET-NOME                PIC X(30).
027900     02  FILLER                  PIC X(04)  VALUE SPACES.
028000     02  DET-CLASSE              PIC X(01).
028100     02  FILLER                  PIC X(05)  VALUE SPACES.
028200     02  DET-PRV-DIA             PIC 99/.
028300     02  DET-PRV-MES             PIC 99/.
028400     02  DET-PRV-ANO             PIC 9999.
028500     02  FILLER                  PIC X(02)  VALUE SPACES.
028600     02  DET-ATRASO              PIC ZZ.ZZ9.
028700     02  FILLER                  PIC X(03)  VALUE SPACES.
028800     02  FILLER                  PIC X(14)  VALUE
028900             "______________".
029000
029100 01  LINHA-SUBTOTAL.
029200     02  FILLER                  PIC X(01)  VALUE SPACE.
029300     02  FILLER                  PIC X(16)  VALUE
029400             "ITENS DO LOCAL:".
029500     02  SUB-ITENS               PIC ZZ.ZZ9.
029600     02  FILLER                  PIC X(14)  VALUE
029700             "  ATRASADOS:".
029800     02  SUB-ATRASADOS           PIC ZZ.ZZ9.
029900
030000 01  LINHA-RODAPE-1.
030100     02  FILLER                  PIC X(01)  VALUE SPACE.
030200     02  FILLER                  PIC X(32)  VALUE
030300             "ITENS NA LISTA................:".
030400     02  ROD-LISTADOS            PIC ZZ.ZZ9.
030500     02  FILLER                  PIC X(14)  VALUE
030600             "  LOCAIS.....:".
030700     02  ROD-LOCAIS              PIC ZZ.ZZ9.
030800
030900 01  LINHA-RODAPE-2.
031000     02  FILLER                  PIC X(01)  VALUE SPACE.
031100     02  FILLER                  PIC X(32)  VALUE
031200             "ITENS INCLUIDOS HOJE..........:".
031300     02  ROD-INCLUIDOS           PIC ZZ.ZZ9.
031400     02  FILLER                  PIC X(14)  VALUE
031500             "  NOVOS PLANO:".
031600     02  ROD-NOVOS               PIC ZZ.ZZ9.
031700
031800 01  LINHA-RODAPE-3.
031900     02  FILLER                  PIC X(01)  VALUE SPACE.
032000     02  FILLER                  PIC X(32)  VALUE
032100             "ITENS ATRASADOS...............:".
032200     02  ROD-ATRASADOS           PIC ZZ.ZZ9.
032300
032400 01  LINHA-RODAPE-4.
032500     02  FILLER                  PIC X(01)  VALUE SPACE.
032600     02  FILLER                  PIC X(32)  VALUE
032700             "ITENS CLASSE A / B / C........:".
032800     02  ROD-CLASSE-A            PIC ZZ.ZZ9.
032900     02  FILLER                  PIC X(03)  VALUE " /".
033000     02  ROD-CLASSE-B            PIC ZZ.ZZ9.
033100     02  FILLER                  PIC X(03)  VALUE " /".
033200     02  ROD-CLASSE-C            PIC ZZ.ZZ9.
033300
033400 01  LINHA-RODAPE-5.
033500     02  FILLER                  PIC X(01)  VALUE SPACE.
033600     02  FILLER                  PIC X(45)  VALUE
033700         "CONTAR E ANOTAR A QUANTIDADE DE CADA ITEM NO ".
033800     02  FILLER                  PIC X(46)  VALUE
033900         "LOCAL; LANCAR NO PRODCONT E APURAR NO PRODINVA".
034000
034100 PROCEDURE DIVISION.
034200
034300 0000-MAINLINE.
034400     PERFORM 1000-INICIAR             THRU 1000-EXIT.
034500     PERFORM 2000-CLASSIFICAR         THRU 2000-EXIT.
034600     PERFORM 3000-IMPRIMIR-LISTA      THRU 3000-EXIT.
034700     PERFORM 4000-IMPRIMIR-RODAPE     THRU 4000-EXIT.
034800     PERFORM 9000-ENCERRAR            THRU 9000-EXIT.
034900     GOBACK.
035000
035100******************************************************************
035200* LE O TIPO DE LISTA (C = CICLICA, G = GERAL), OS PARAMETROS, AS
035300* CLASSES E OS NOMES DOS LOCAIS, E ABRE OS ARQUIVOS.
035400******************************************************************
035500 1000-INICIAR.
035600     MOVE FUNCTION CURRENT-DATE TO WS-DATA-SISTEMA.
035700     MOVE WS-DATA-SISTEMA TO WS-HOJE.
035800     COMPUTE WS-DIA-HOJE = FUNCTION INTEGER-OF-DATE (WS-HOJE).
035900     PERFORM 1050-LER-PARMLOTE THRU 1050-EXIT.
036000     IF NOT EM-LOTE
036100        DISPLAY "PRODCICL: TIPO DE LISTA (C = CICLICA, "
036200                "G = GERAL)"
036300        ACCEPT WS-TIPO-LISTA.
036400     IF WS-TIPO-LISTA = SPACE
036500        MOVE "C" TO WS-TIPO-LISTA.
036600     IF NOT LISTA-CICLICA AND NOT LISTA-GERAL
036700        DISPLAY "PRODCICL: TIPO DE LISTA INVALIDO - "
036800                WS-TIPO-LISTA
036900        MOVE 8 TO RETURN-CODE
037000        GOBACK.
037100     PERFORM 1100-LER-CICLPARM THRU 1100-EXIT.
037200     PERFORM 1200-CARREGAR-CLASSES THRU 1200-EXIT.
037300     PERFORM 1400-CARREGAR-LOCAIS THRU 1400-EXIT.
037400     OPEN INPUT SALDOLOC.
037500     IF ARQST-SALDOLOC NOT = "00"
037600        DISPLAY "PRODCICL: ERRO NA ABERTURA DE SALDOLOC.DAT - "
037700                ARQST-SALDOLOC
037800        MOVE 8 TO RETURN-CODE
037900        GOBACK.
038000     OPEN INPUT PRODUTOS.
038100     IF ARQST-PRODUTOS NOT = "00"
038200        DISPLAY "PRODCICL: ERRO NA ABERTURA DE PRODUTOS.DAT - "
038300                ARQST-PRODUTOS
038400        MOVE 8 TO RETURN-CODE
038500        CLOSE SALDOLOC
038600        GOBACK.
038700     OPEN I-O CONTCICL.
038800     IF ARQST-CONTCICL NOT = "00"
038900        OPEN OUTPUT CONTCICL
039000        CLOSE CONTCICL
039100        OPEN I-O CONTCICL.
039200     IF ARQST-CONTCICL NOT = "00"
039300        DISPLAY "PRODCICL: ERRO NA ABERTURA DE CONTCICL.DAT - "
039400                ARQST-CONTCICL
039500        MOVE 8 TO RETURN-CODE
039600        CLOSE SALDOLOC
039700        CLOSE PRODUTOS
039800        GOBACK.
039900     OPEN OUTPUT RELCICL.
040000     IF ARQST-RELCICL NOT = "00"
040100        DISPLAY "PRODCICL: ERRO NA ABERTURA DE PRODCICL.LST - "
040200                ARQST-RELCICL
040300        MOVE 8 TO RETURN-CODE
040400        CLOSE SALDOLOC
040500        CLOSE PRODUTOS
040600        CLOSE CONTCICL
040700        GOBACK.
040800     MOVE WS-DIA-SIS TO CAB1-DIA.
040900     MOVE WS-MES-SIS TO CAB1-MES.
041000     MOVE WS-ANO-SIS TO CAB1-ANO.
041100     IF LISTA-GERAL
041200        MOVE "GERAL"   TO CAB1-TIPO
041300     ELSE
041400        MOVE "CICLICA" TO CAB1-TIPO.
041500     MOVE WS-FREQ-A  TO FRQ-A.
041600     MOVE WS-FREQ-B  TO FRQ-B.
041700     MOVE WS-FREQ-C  TO FRQ-C.
041800     WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-1.
041900     WRITE LINHA-RELATORIO FROM LINHA-FREQUENCIA.
042000 1000-EXIT.
042100     EXIT.
042200
042300******************************************************************
042400* CHAMADO PELA CADEIA NOTURNA (PRODLOTE), O PROGRAMA ACHA O
042500* PROPRIO NOME EM PARMLOTE.TMP E RODA SEM PERGUNTAR NADA NO
042600* CONSOLE. SEM O ARQUIVO, OU COM OUTRO NOME NELE, PERGUNTA
042700* COMO SEMPRE. O PARAMETRO DO PASSO TRAZ O TIPO DE LISTA (EM
042800* BRANCO = CICLICA).
042900******************************************************************
043000 1050-LER-PARMLOTE.
043100     OPEN INPUT PARMLOTE.
043200     IF ARQST-PARMLOTE NOT = "00"
043300        GO TO 1050-EXIT.
043400     MOVE SPACES TO REG-PARMLOTE.
043500     READ PARMLOTE
043600          AT END MOVE SPACES TO REG-PARMLOTE
043700     END-READ.
043800     CLOSE PARMLOTE.
043900     IF PLT-PROGRAMA = "PRODCICL"
044000        MOVE "S" TO WS-EM-LOTE
044100        MOVE PLT-PARAMETRO TO WS-TIPO-LISTA.
044200 1050-EXIT.
044300     EXIT.
044400
044500******************************************************************
044600* PARAMETROS DA CONTAGEM CICLICA (CICLPARM.DAT): FREQUENCIA DE
044700* CADA CLASSE EM DIAS. SEM O ARQUIVO, OU COM O CAMPO ZERADO,
044800* VALE O PADRAO DE WS-FREQUENCIAS.
044900******************************************************************
045000 1100-LER-CICLPARM.
045100     OPEN INPUT CICLPARM.
045200     IF ARQST-CICLPARM NOT = "00"
045300        GO TO 1100-EXIT.
045400     READ CICLPARM
045500          AT END MOVE ZEROS TO REG-CICP
045600     END-READ.
045700     IF CICP-FREQ-A NUMERIC AND CICP-FREQ-A > ZEROS
045800        MOVE CICP-FREQ-A TO WS-FREQ-A.
045900     IF CICP-FREQ-B NUMERIC AND CICP-FREQ-B > ZEROS
046000        MOVE CICP-FREQ-B TO WS-FREQ-B.
046100     IF CICP-FREQ-C NUMERIC AND CICP-FREQ-C > ZEROS
046200        MOVE CICP-FREQ-C TO WS-FREQ-C.
046300     CLOSE CICLPARM.
046400 1100-EXIT.
046500     EXIT.
046600
046700******************************************************************
046800* CLASSE ABC DE CADA PRODUTO. SEM CLASSABC.DAT (PRODABC AINDA
046900* NAO RODOU) TODOS FICAM NA CLASSE C E O PROGRAMA DEVOLVE 4.
047000******************************************************************
047100 1200-CARREGAR-CLASSES.
047200     PERFORM 1250-LIMPAR-CLASSE THRU 1250-EXIT
047300             VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 9999.
047400     OPEN INPUT CLASSABC.
047500     IF ARQST-CLASSABC NOT = "00"
047600        DISPLAY "PRODCICL: CLASSABC.DAT AUSENTE - EXECUTE "
047700                "PRODABC; ITENS TOMADOS COMO CLASSE C"
047800        MOVE 4 TO RETURN-CODE
047900        GO TO 1200-EXIT.
048000     PERFORM 1300-LER-CLASSABC THRU 1300-EXIT.
048100     PERFORM 1350-GUARDAR-CLASSE THRU 1350-EXIT
048200             UNTIL FIM-CLASSABC.
048300     CLOSE CLASSABC.
048400 1200-EXIT.
048500     EXIT.
048600
048700 1250-LIMPAR-CLASSE.
048800     MOVE "C" TO WS-CLA-CLASSE (WS-SUB).
048900 1250-EXIT.
049000     EXIT.
049100
049200 1300-LER-CLASSABC.
049300     READ CLASSABC NEXT RECORD
049400          AT END MOVE "S" TO WS-FIM-CLASSABC.
049500 1300-EXIT.
049600     EXIT.
049700
049800 1350-GUARDAR-CLASSE.
049900     IF CABC-CODIGO > ZERO
050000        AND (CABC-CLASSE = "A" OR "B" OR "C")
050100        MOVE CABC-CLASSE TO WS-CLA-CLASSE (CABC-CODIGO).
050200     PERFORM 1300-LER-CLASSABC THRU 1300-EXIT.
050300 1350-EXIT.
050400     EXIT.
050500
050600 1400-CARREGAR-LOCAIS.
050700     PERFORM 1450-LIMPAR-LOCAL THRU 1450-EXIT
050800             VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 99.
050900     OPEN INPUT LOCAIS.
051000     IF ARQST-LOCAIS NOT = "00"
051100        GO TO 1400-EXIT.
051200     PERFORM 1500-LER-LOCAIS THRU 1500-EXIT.
051300     PERFORM 1550-GUARDAR-LOCAL THRU 1550-EXIT
051400             UNTIL FIM-LOCAIS.
051500     CLOSE LOCAIS.
051600 1400-EXIT.
051700     EXIT.
051800
051900 1450-LIMPAR-LOCAL.
052000     MOVE "** NAO CADASTRADO **" TO WS-LOC-NOME-T (WS-SUB).
052100 1450-EXIT.
052200     EXIT.
052300
052400 1500-LER-LOCAIS.
052500     READ LOCAIS NEXT RECORD
052600          AT END MOVE "S" TO WS-FIM-LOCAIS.
052700 1500-EXIT.
052800     EXIT.
052900
053000 1550-GUARDAR-LOCAL.
053100     IF LOC-CODIGO > ZERO
053200        MOVE LOC-NOME TO WS-LOC-NOME-T (LOC-CODIGO).
053300     PERFORM 1500-LER-LOCAIS THRU 1500-EXIT.
053400 1550-EXIT.
053500     EXIT.
053600
053700******************************************************************
053800* ATUALIZA O PLANO DE CADA SALDO E SEPARA OS ITENS QUE ESTAO NA
053900* LISTA, CLASSIFICADOS POR LOCAL E PRODUTO NO ARQUIVO DE
054000* TRABALHO.
054100******************************************************************
054200 2000-CLASSIFICAR.
054300     SORT CLASSIF
054400          ON ASCENDING KEY SRT-LOCAL
054500                           SRT-CODIGO
054600          INPUT PROCEDURE IS 2100-PLANEJAR-SALDOS
054700                          THRU 2100-EXIT
054800          GIVING CICLTRAB.
054900 2000-EXIT.
055000     EXIT.
055100
055200 2100-PLANEJAR-SALDOS.
055300     PERFORM 2300-LER-SALDOLOC THRU 2300-EXIT.
055400     PERFORM 2200-PLANEJAR-ITEM THRU 2200-EXIT
055500             UNTIL FIM-SALDOLOC.
055600 2100-EXIT.
055700     EXIT.
055800
055900******************************************************************
056000* SALDO SEM PLANO GANHA UM REGISTRO EM CONTCICL.DAT. A PRIMEIRA
056100* PREVISTA E ESPALHADA PELO CICLO DA CLASSE (HOJE MAIS O RESTO DO
056200* CODIGO PELA FREQUENCIA), PARA A PRIMEIRA VOLTA NAO CAIR TODA
056300* NO MESMO DIA. LOCAL SEM SALDO SO ENTRA NO PLANO QUANDO TIVER
056400* ESTOQUE. SE A CLASSE MUDOU, A PREVISTA E REFEITA A PARTIR DA
056500* ULTIMA CONTAGEM. O QUE VENCE ATE HOJE (OU TUDO, NA LISTA GERAL)
056600* ENTRA NA LISTA E FICA NELA ATE O PRODINVA APURAR A CONTAGEM.
056700******************************************************************
056800 2200-PLANEJAR-ITEM.
056900     IF SLOC-CODIGO = ZERO
057000        GO TO 2200-FIM.
057100     MOVE WS-CLA-CLASSE (SLOC-CODIGO) TO WS-CLASSE.
057200     PERFORM 2400-OBTER-FREQUENCIA THRU 2400-EXIT.
057300     MOVE SLOC-CHAVE TO CCIC-CHAVE.
057400     MOVE "S" TO WS-CCIC-EXISTE.
057500     READ CONTCICL
057600          INVALID KEY MOVE "N" TO WS-CCIC-EXISTE
057700     END-READ.
057800     IF NOT CCIC-EXISTE
057900        IF SLOC-QTDADE = ZERO
058000           GO TO 2200-FIM
058100        ELSE
058200           PERFORM 2500-CRIAR-PLANO THRU 2500-EXIT.
058300     IF CCIC-CLASSE NOT = WS-CLASSE
058400        MOVE WS-CLASSE TO CCIC-CLASSE
058500        IF CCIC-DT-ULTIMA > ZERO
058600           COMPUTE CCIC-DT-PREVISTA = FUNCTION DATE-OF-INTEGER
058700                   (FUNCTION INTEGER-OF-DATE (CCIC-DT-ULTIMA)
058800                    + WS-FREQUENCIA).
058900     IF CCIC-FORA-LISTA
059000        AND (SLOC-QTDADE > ZERO OR LISTA-GERAL)
059100        AND (CCIC-DT-PREVISTA NOT > WS-HOJE OR LISTA-GERAL)
059200        MOVE "L"     TO CCIC-SITUACAO
059300        MOVE WS-HOJE TO CCIC-DT-LISTA
059400        ADD 1 TO WS-QTDE-INCLUIDOS.
059500     IF CCIC-EXISTE
059600        REWRITE REG-CCIC
059700     ELSE
059800        WRITE REG-CCIC.
059900     IF ARQST-CONTCICL NOT = "00"
060000        DISPLAY "PRODCICL: ERRO NA GRAVACAO DE CONTCICL.DAT - "
060100                CCIC-CHAVE " - " ARQST-CONTCICL
060200        MOVE 8 TO RETURN-CODE
060300        GO TO 2200-FIM.
060400     IF CCIC-NA-LISTA
060500        MOVE CCIC-LOCAL       TO SRT-LOCAL
060600        MOVE CCIC-CODIGO      TO SRT-CODIGO
060700        MOVE CCIC-CLASSE      TO SRT-CLASSE
060800        MOVE CCIC-DT-PREVISTA TO SRT-PREVISTA
060900        MOVE CCIC-DT-LISTA    TO SRT-LISTA
061000        RELEASE REG-SORT.
061100 2200-FIM.
061200     PERFORM 2300-LER-SALDOLOC THRU 2300-EXIT.
061300 2200-EXIT.
061400     EXIT.
061500
061600 2300-LER-SALDOLOC.
061700     READ SALDOLOC NEXT RECORD
061800          AT END MOVE "S" TO WS-FIM-SALDOLOC.
061900 2300-EXIT.
062000     EXIT.
062100
062200 2400-OBTER-FREQUENCIA.
062300     IF WS-CLASSE = "A"
062400        MOVE WS-FREQ-A TO WS-FREQUENCIA
062500     ELSE
062600     IF WS-CLASSE = "B"
062700        MOVE WS-FREQ-B TO WS-FREQUENCIA
062800     ELSE
062900        MOVE WS-FREQ-C TO WS-FREQUENCIA.
063000 2400-EXIT.
063100     EXIT.
063200
063300 2500-CRIAR-PLANO.
063400     DIVIDE SLOC-CODIGO BY WS-FREQUENCIA
063500            GIVING WS-QUOCIENTE REMAINDER WS-DESLOCAMENTO.
063600     MOVE SLOC-CHAVE TO CCIC-CHAVE.
063700     MOVE WS-CLASSE  TO CCIC-CLASSE.
063800     MOVE SPACE      TO CCIC-SITUACAO.
063900     MOVE ZERO       TO CCIC-DT-LISTA.
064000     MOVE ZERO       TO CCIC-DT-ULTIMA.
064100     COMPUTE CCIC-DT-PREVISTA = FUNCTION DATE-OF-INTEGER
064200             (WS-DIA-HOJE + WS-DESLOCAMENTO).
064300     ADD 1 TO WS-QTDE-NOVOS.
064400 2500-EXIT.
064500     EXIT.
064600
064700******************************************************************
064800* IMPRIME A LISTA COM QUEBRA POR LOCAL: UMA FOLHA DE CONTAGEM
064900* POR LOCAL, SEM O SALDO DE LIVRO, COM A DATA PREVISTA E OS DIAS
065000* DE ATRASO DE CADA ITEM.
065100******************************************************************
065200 3000-IMPRIMIR-LISTA.
065300     OPEN INPUT CICLTRAB.
065400     IF ARQST-CICLTRAB NOT = "00"
065500        DISPLAY "PRODCICL: ERRO NA ABERTURA DE PRODCICL.TMP - "
065600                ARQST-CICLTRAB
065700        MOVE 8 TO RETURN-CODE
065800        PERFORM 9000-ENCERRAR THRU 9000-EXIT
065900        GOBACK.
066000     MOVE "N"  TO WS-FIM-TRAB.
066100     MOVE ZERO TO WS-LOCAL-ATUAL.
066200     PERFORM 3100-LER-TRAB THRU 3100-EXIT.
066300     PERFORM 3200-IMPRIMIR-ITEM THRU 3200-EXIT
066400             UNTIL FIM-TRAB.
066500     IF WS-QTDE-LISTADOS > ZERO
066600        PERFORM 3400-IMPRIMIR-SUBTOTAL THRU 3400-EXIT.
066700     CLOSE CICLTRAB.
066800 3000-EXIT.
066900     EXIT.
067000
067100 3100-LER-TRAB.
067200     READ CICLTRAB NEXT RECORD
067300          AT END MOVE "S" TO WS-FIM-TRAB.
067400 3100-EXIT.
067500     EXIT.
067600
067700 3200-IMPRIMIR-ITEM.
067800     IF TRB-LOCAL NOT = WS-LOCAL-ATUAL
067900        OR WS-QTDE-LISTADOS = ZERO
068000        IF WS-QTDE-LISTADOS > ZERO
068100           PERFORM 3400-IMPRIMIR-SUBTOTAL THRU 3400-EXIT
068200        END-IF
068300        PERFORM 3300-INICIAR-LOCAL THRU 3300-EXIT.
068400     MOVE TRB-CODIGO TO CODIGO.
068500     READ PRODUTOS
068600          INVALID KEY
068700             MOVE "*** CODIGO SEM CADASTRO ***" TO NOME
068800     END-READ.
068900     MOVE ZERO TO WS-DIAS-ATRASO.
069000     IF TRB-PREVISTA < WS-HOJE
069100        COMPUTE WS-DIAS-ATRASO = WS-DIA-HOJE
069200                - FUNCTION INTEGER-OF-DATE (TRB-PREVISTA)
069300        ADD 1 TO WS-LOC-ATRASADOS
069400        ADD 1 TO WS-QTDE-ATRASADOS.
069500     MOVE TRB-CODIGO     TO DET-CODIGO.
069600     MOVE NOME           TO DET-NOME.
069700     MOVE TRB-CLASSE     TO DET-CLASSE.
069800     MOVE TRB-PRV-DIA    TO DET-PRV-DIA.
069900     MOVE TRB-PRV-MES    TO DET-PRV-MES.
070000     MOVE TRB-PRV-ANO    TO DET-PRV-ANO.
070100     MOVE WS-DIAS-ATRASO TO DET-ATRASO.
070200     WRITE LINHA-RELATORIO FROM LINHA-DETALHE.
070300     IF TRB-CLASSE = "A"
070400        ADD 1 TO WS-QTDE-CLASSE-A
070500     ELSE
070600     IF TRB-CLASSE = "B"
070700        ADD 1 TO WS-QTDE-CLASSE-B
070800     ELSE
070900        ADD 1 TO WS-QTDE-CLASSE-C.
071000     ADD 1 TO WS-LOC-ITENS.
071100     ADD 1 TO WS-QTDE-LISTADOS.
071200     PERFORM 3100-LER-TRAB THRU 3100-EXIT.
071300 3200-EXIT.
071400     EXIT.
071500
071600******************************************************************
071700* QUEBRA DE LOCAL: IMPRIME O CODIGO E O NOME DO LOCAL, O CAMPO DO
071800* CONTADOR E A LINHA DE COLUNAS.
071900******************************************************************
072000 3300-INICIAR-LOCAL.
072100     MOVE TRB-LOCAL TO WS-LOCAL-ATUAL.
072200     MOVE ZERO TO WS-LOC-ITENS.
072300     MOVE ZERO TO WS-LOC-ATRASADOS.
072400     ADD 1     TO WS-QTDE-LOCAIS.
072500     MOVE WS-LOCAL-ATUAL TO LOC-DET-CODIGO.
072600     IF WS-LOCAL-ATUAL > ZERO
072700        MOVE WS-LOC-NOME-T (WS-LOCAL-ATUAL) TO LOC-DET-NOME
072800     ELSE
072900        MOVE "** NAO CADASTRADO **" TO LOC-DET-NOME.
073000     WRITE LINHA-RELATORIO FROM SPACES.
073100     WRITE LINHA-RELATORIO FROM LINHA-LOCAL.
073200     WRITE LINHA-RELATORIO FROM SPACES.
073300     WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-2.
073400     WRITE LINHA-RELATORIO FROM SPACES.
073500 3300-EXIT.
073600     EXIT.
073700
073800 3400-IMPRIMIR-SUBTOTAL.
073900     MOVE WS-LOC-ITENS     TO SUB-ITENS.
074000     MOVE WS-LOC-ATRASADOS TO SUB-ATRASADOS.
074100     WRITE LINHA-RELATORIO FROM SPACES.
074200     WRITE LINHA-RELATORIO FROM LINHA-SUBTOTAL.
074300 3400-EXIT.
074400     EXIT.
074500
074600******************************************************************
074700* IMPRIME OS TOTAIS DA LISTA E A ORIENTACAO AOS CONTADORES.
074800******************************************************************
074900 4000-IMPRIMIR-RODAPE.
075000     MOVE WS-QTDE-LISTADOS  TO ROD-LISTADOS.
075100     MOVE WS-QTDE-LOCAIS    TO ROD-LOCAIS.
075200     MOVE WS-QTDE-INCLUIDOS TO ROD-INCLUIDOS.
075300     MOVE WS-QTDE-NOVOS     TO ROD-NOVOS.
075400     MOVE WS-QTDE-ATRASADOS TO ROD-ATRASADOS.
075500     MOVE WS-QTDE-CLASSE-A  TO ROD-CLASSE-A.
075600     MOVE WS-QTDE-CLASSE-B  TO ROD-CLASSE-B.
075700     MOVE WS-QTDE-CLASSE-C  TO ROD-CLASSE-C.
075800     WRITE LINHA-RELATORIO FROM SPACES.
075900     WRITE LINHA-RELATORIO FROM LINHA-RODAPE-1.
076000     WRITE LINHA-RELATORIO FROM LINHA-RODAPE-2.
076100     WRITE LINHA-RELATORIO FROM LINHA-RODAPE-3.
076200     WRITE LINHA-RELATORIO FROM LINHA-RODAPE-4.
076300     IF WS-QTDE-LISTADOS > ZERO
076400        WRITE LINHA-RELATORIO FROM SPACES
076500        WRITE LINHA-RELATORIO FROM LINHA-RODAPE-5.
076600     DISPLAY "PRODCICL: ITENS NA LISTA....: " WS-QTDE-LISTADOS.
076700     DISPLAY "PRODCICL: INCLUIDOS HOJE....: " WS-QTDE-INCLUIDOS.
076800     DISPLAY "PRODCICL: ATRASADOS.........: " WS-QTDE-ATRASADOS.
076900 4000-EXIT.
077000     EXIT.
077100
077200******************************************************************
077300* FECHA OS ARQUIVOS ABERTOS PELO PROGRAMA.
077400******************************************************************
077500 9000-ENCERRAR.
077600     CLOSE SALDOLOC.
077700     CLOSE PRODUTOS.
077800     CLOSE CONTCICL.
077900     CLOSE RELCICL.
078000 9000-EXIT.
078100     EXIT.
