000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PRODVENC.
000300 AUTHOR.        CPD - CONTROLE DE ESTOQUE.
000400 INSTALLATION.  DEPTO DE PROCESSAMENTO DE DADOS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800* HISTORICO DE ALTERACOES
000900******************************************************************
001000* DATA        AUTOR   DESCRICAO
001100* 15/10/2026   CPD     PROGRAMA ORIGINAL - RELATORIO SEMANAL DE
001200*                      LOTES VENCIDOS E A VENCER. PEDE NO CONSOLE
001300*                      O HORIZONTE EM DIAS E LISTA, DE LOTES.DAT,
001400*                      OS LOTES COM SALDO JA VENCIDOS OU QUE
001500*                      VENCEM ATE HOJE MAIS O HORIZONTE,
001600*                      AGRUPADOS POR LOCAL E EM ORDEM DE
001700*                      VALIDADE, VALORIZADOS AO CUSTO MEDIO DO
001800*                      CADASTRO, COM SUBTOTAIS POR LOCAL
001900*                      (VENCIDO E A VENCER) E TOTAL GERAL. O QUE
002000*                      ESTA VENCIDO E BAIXADO COMO SAIDA COM O
002100*                      MOTIVO DE VENCIMENTO DA TABELA MOTIVOS; A
002200*                      SAIDA CONSOME PRIMEIRO O LOTE QUE VENCE
002300*                      ANTES.
002400******************************************************************
002500
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT PRODUTOS ASSIGN TO DISK
003200            ORGANIZATION INDEXED
003300            ACCESS MODE DYNAMIC
003400            RECORD KEY IS CODIGO
003500            FILE STATUS IS ARQST-PRODUTOS.
003600
003700     SELECT LOTES ASSIGN TO DISK
003800            ORGANIZATION INDEXED
003900            ACCESS MODE SEQUENTIAL
004000            RECORD KEY IS LOTE-CHAVE
004100            FILE STATUS IS ARQST-LOTES.
004200
004300     SELECT LOCAIS ASSIGN TO DISK
004400            ORGANIZATION INDEXED
004500            ACCESS MODE SEQUENTIAL
004600            RECORD KEY IS LOC-CODIGO
004700            FILE STATUS IS ARQST-LOCAIS.
004800
004900     SELECT CLASSIF ASSIGN TO DISK.
005000
005100     SELECT VENCTRAB ASSIGN TO DISK
005200            ORGANIZATION SEQUENTIAL
005300            ACCESS MODE SEQUENTIAL
005400            FILE STATUS IS ARQST-VENCTRAB.
005500
005600     SELECT RELVENC ASSIGN TO PRINTER
005700            ORGANIZATION LINE SEQUENTIAL
005800            FILE STATUS IS ARQST-RELVENC.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  PRODUTOS LABEL RECORD STANDARD
006300     VALUE OF FILE-ID IS "PRODUTOS.DAT".
006400     COPY PRODUTOS.
006500
006600 FD  LOTES LABEL RECORD STANDARD
006700     VALUE OF FILE-ID IS "LOTES.DAT".
006800     COPY LOTES.
006900
007000 FD  LOCAIS LABEL RECORD STANDARD
007100     VALUE OF FILE-ID IS "LOCAIS.DAT".
007200     COPY LOCAIS.
007300
007400 SD  CLASSIF
007500     DATA RECORD IS REG-SORT.
007600 01  REG-SORT.
007700     02  SRT-LOCAL               PIC 9(02).
007800     02  SRT-VALIDADE            PIC 9(08).
007900     02  SRT-CODIGO              PIC 9(04).
008000     02  SRT-LOTE                PIC X(10).
008100     02  SRT-QTDADE              PIC 9(04).
008200
008300 FD  VENCTRAB LABEL RECORD STANDARD
008400     DATA RECORD IS REG-TRAB
008500     VALUE OF FILE-ID IS "PRODVENC.TMP".
008600 01  REG-TRAB.
008700     02  TRB-LOCAL               PIC 9(02).
008800     02  TRB-VALIDADE            PIC 9(08).
008900     02  TRB-VALIDADE-R REDEFINES TRB-VALIDADE.
009000         03  TRB-VAL-ANO         PIC 9(04).
009100         03  TRB-VAL-MES         PIC 9(02).
009200         03  TRB-VAL-DIA         PIC 9(02).
009300     02  TRB-CODIGO              PIC 9(04).
009400     02  TRB-LOTE                PIC X(10).
009500     02  TRB-QTDADE              PIC 9(04).
009600
009700 FD  RELVENC LABEL RECORD STANDARD
009800     VALUE OF FILE-ID IS "PRODVENC.LST".
009900 01  LINHA-RELATORIO             PIC X(132).
010000
010100 WORKING-STORAGE SECTION.
010200 01  ARQST-PRODUTOS              PIC X(02).
010300 01  ARQST-LOTES                 PIC X(02).
010400 01  ARQST-LOCAIS                PIC X(02).
010500 01  ARQST-VENCTRAB              PIC X(02).
010600 01  ARQST-RELVENC               PIC X(02).
010700
010800 01  WS-SWITCHES.
010900     02  WS-FIM-LOTES            PIC X(01) VALUE "N".
011000         88  FIM-LOTES                     VALUE "S".
011100     02  WS-FIM-LOCAIS           PIC X(01) VALUE "N".
011200         88  FIM-LOCAIS                    VALUE "S".
011300     02  WS-FIM-TRAB             PIC X(01) VALUE "N".
011400         88  FIM-TRAB                      VALUE "S".
011500
011600 01  WS-CONTADORES.
011700     02  WS-QTDE-LOCAIS          PIC 9(05) COMP VALUE ZERO.
011800     02  WS-QTDE-LOTES           PIC 9(05) COMP VALUE ZERO.
011900     02  WS-QTDE-VENCIDOS        PIC 9(05) COMP VALUE ZERO.
012000     02  WS-LOC-LOTES            PIC 9(05) COMP VALUE ZERO.
012100     02  WS-LOC-VENCIDO          PIC 9(11)V99 COMP-3 VALUE ZERO.
012200     02  WS-LOC-A-VENCER         PIC 9(11)V99 COMP-3 VALUE ZERO.
012300     02  WS-TOT-VENCIDO          PIC 9(11)V99 COMP-3 VALUE ZERO.
012400     02  WS-TOT-A-VENCER         PIC 9(11)V99 COMP-3 VALUE ZERO.
012500
012600 01  WS-DATA-SISTEMA.
012700     02  WS-ANO-SIS              PIC 9(04).
012800     02  WS-MES-SIS              PIC 9(02).
012900     02  WS-DIA-SIS              PIC 9(02).
013000
013100 01  WS-HOJE                     PIC 9(08) VALUE ZERO.
013200 01  WS-DATA-LIMITE              PIC 9(08) VALUE ZERO.
013300 01  WS-DIAS-AVISO               PIC 9(03) VALUE ZERO.
013350 01  WS-DIAS-PADRAO              PIC 9(03) VALUE 030.
013400 01  WS-DIAS-VENC                PIC S9(05) VALUE ZERO.
013500 01  WS-VALOR-LOTE               PIC 9(09)V99 VALUE ZERO.
013600 01  WS-LOCAL-ATUAL              PIC 9(02) VALUE ZERO.
013700 01  WS-SUB                      PIC 9(05) COMP VALUE ZERO.
013800
013900******************************************************************
014000* NOMES DOS LOCAIS POR CODIGO (O PROPRIO CODIGO E O INDICE),
014100* CARREGADOS DE LOCAIS.DAT NA ABERTURA.
014200******************************************************************
014300 01  WS-TABELA-LOCAL.
014400     02  WS-LOC-ITEM OCCURS 99 TIMES.
014500         03  WS-LOC-NOME-T       PIC X(20).
014600
014700 01  LINHA-CABECALHO-1.
014800     02  FILLER                  PIC X(01)  VALUE SPACE.
014900     02  FILLER                  PIC X(23)  VALUE
015000             "CONTROLE DE MERCADORIAS".
015100     02  FILLER                  PIC X(30)  VALUE
015200             "LOTES VENCIDOS E A VENCER".
015300     02  FILLER                  PIC X(10)  VALUE "DATA:".
015400     02  CAB1-DIA                PIC 99/.
015500     02  CAB1-MES                PIC 99/.
015600     02  CAB1-ANO                PIC 9999.
015700     02  FILLER                  PIC X(13)  VALUE
015800             "  HORIZONTE:".
015900     02  CAB1-DIAS               PIC ZZ9.
016000     02  FILLER                  PIC X(05)  VALUE " DIAS".
016100
016200 01  LINHA-LOCAL.
016300     02  FILLER                  PIC X(01)  VALUE SPACE.
016400     02  FILLER                  PIC X(07)  VALUE "LOCAL:".
016500     02  LOC-DET-CODIGO          PIC Z9.
016600     02  FILLER                  PIC X(02)  VALUE SPACES.
016700     02  LOC-DET-NOME            PIC X(20).
016800
016900 01  LINHA-CABECALHO-2.
017000     02  FILLER                  PIC X(01)  VALUE SPACE.
017100     02  FILLER                  PIC X(06)  VALUE "CODIGO".
017200     02  FILLER                  PIC X(04)  VALUE SPACES.
017300     02  FILLER                PIC X(30)  VALUE "NOME DO PRODUTO".
017400     02  FILLER                  PIC X(02)  VALUE SPACES.
017500     02  FILLER                  PIC X(10)  VALUE "LOTE".
017600     02  FILLER                  PIC X(02)  VALUE SPACES.
017700     02  FILLER                  PIC X(10)  VALUE "VALIDADE".
017800     02  FILLER                  PIC X(02)  VALUE SPACES.
017900     02  FILLER                  PIC X(06)  VALUE "  DIAS".
018000     02  FILLER                  PIC X(02)  VALUE SPACES.
018100     02  FILLER                  PIC X(08)  VALUE "SITUACAO".
018200     02  FILLER                  PIC X(02)  VALUE SPACES.
018300     02  FILLER                  PIC X(05)  VALUE " QTDE".
018400     02  FILLER                  PIC X(02)  VALUE SPACES.
018500     02  FILLER                  PIC X(09)  VALUE "CUSTO UN.".
018600     02  FILLER                  PIC X(03)  VALUE SPACES.
018700     02  FILLER                  PIC X(14)  VALUE
018800             "         VALOR".
018900
019000 01  LINHA-DETALHE.
019100     02  FILLER                  PIC X(01)  VALUE SPACE.
019200     02  DET-CODIGO              PIC ZZZ9.
019300     02  FILLER                  PIC X(06)  VALUE SPACES.
019400     02  DET-NOME                PIC X(30).
019500     02  FILLER                  PIC X(02)  VALUE SPACES.
019600     02  DET-LOTE                PIC X(10).
019700     02  FILLER                  PIC X(02)  VALUE SPACES.
019800     02  DET-VAL-DIA             PIC 99/.
019900     02  DET-VAL-MES             PIC 99/.
020000     02  DET-VAL-ANO             PIC 9999.
020100     02  FILLER                  PIC X(02)  VALUE SPACES.
020200     02  DET-DIAS                PIC ZZ.ZZ9-.
020300     02  FILLER                  PIC X(01)  VALUE SPACES.
020400     02  DET-SITUACAO            PIC X(08).
020500     02  FILLER                  PIC X(02)  VALUE SPACES.
020600     02  DET-QTDADE              PIC Z.ZZ9.
020700     02  FILLER                  PIC X(02)  VALUE SPACES.
020800     02  DET-UNITARIO            PIC ZZ.ZZ9,99.
020900     02  FILLER                  PIC X(03)  VALUE SPACES.
021000     02  DET-VALOR               PIC ZZZ.ZZZ.ZZ9,99.
021100
021200 01  LINHA-SUBTOTAL.
021300     02  FILLER                  PIC X(01)  VALUE SPACE.
021400     02  FILLER                  PIC X(16)  VALUE
021500             "LOTES DO LOCAL:".
021600     02  SUB-LOTES               PIC ZZ.ZZ9.
021700     02  FILLER                  PIC X(12)  VALUE
021800             "  VENCIDO:".
021900     02  SUB-VENCIDO             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
022000     02  FILLER                  PIC X(13)  VALUE
022100             "  A VENCER:".
022200     02  SUB-A-VENCER            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
022300
022400 01  LINHA-RODAPE-1.
022500     02  FILLER                  PIC X(01)  VALUE SPACE.
022600     02  FILLER                  PIC X(32)  VALUE
022700             "LOCAIS LISTADOS...............:".
022800     02  ROD-LOCAIS              PIC ZZ.ZZ9.
022900
023000 01  LINHA-RODAPE-2.
023100     02  FILLER                  PIC X(01)  VALUE SPACE.
023200     02  FILLER                  PIC X(32)  VALUE
023300             "LOTES LISTADOS................:".
023400     02  ROD-LOTES               PIC ZZ.ZZ9.
023500     02  FILLER                  PIC X(14)  VALUE
023600             "  VENCIDOS...:".
023700     02  ROD-VENCIDOS            PIC ZZ.ZZ9.
023800
023900 01  LINHA-RODAPE-3.
024000     02  FILLER                  PIC X(01)  VALUE SPACE.
024100     02  FILLER                  PIC X(32)  VALUE
024200             "VALOR VENCIDO.................:".
024300     02  ROD-VENCIDO             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
024400
024500 01  LINHA-RODAPE-4.
024600     02  FILLER                  PIC X(01)  VALUE SPACE.
024700     02  FILLER                  PIC X(32)  VALUE
024800             "VALOR A VENCER NO HORIZONTE...:".
024900     02  ROD-A-VENCER            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
025000
025100 01  LINHA-RODAPE-5.
025200     02  FILLER                  PIC X(01)  VALUE SPACE.
025300     02  FILLER                  PIC X(43)  VALUE
025400         "LOTES VENCIDOS: BAIXAR COMO SAIDA NO LOCAL ".
025500     02  FILLER                  PIC X(30)  VALUE
025600         "COM O MOTIVO DE VENCIMENTO (A ".
025700     02  FILLER                  PIC X(46)  VALUE
025800         "SAIDA CONSOME PRIMEIRO O LOTE QUE VENCE ANTES)".
025900
026000 PROCEDURE DIVISION.
026100
026200 0000-MAINLINE.
026300     PERFORM 1000-ABRIR-ARQUIVOS      THRU 1000-EXIT.
026400     PERFORM 2000-CLASSIFICAR         THRU 2000-EXIT.
026500     PERFORM 3000-LISTAR-LOCAL        THRU 3000-EXIT.
026600     PERFORM 4000-IMPRIMIR-RODAPE     THRU 4000-EXIT.
026700     PERFORM 9000-ENCERRAR            THRU 9000-EXIT.
026800     GOBACK.
026900
027000******************************************************************
027100* PEDE O HORIZONTE EM DIAS, CALCULA A DATA LIMITE (HOJE MAIS O
027200* HORIZONTE), CARREGA OS NOMES DOS LOCAIS E ABRE OS ARQUIVOS.
027250* RESPOSTA EM BRANCO, ZERO OU NAO NUMERICA VALE O PADRAO (030).
027300******************************************************************
027400 1000-ABRIR-ARQUIVOS.
027500     MOVE FUNCTION CURRENT-DATE TO WS-DATA-SISTEMA.
027600     MOVE WS-DATA-SISTEMA TO WS-HOJE.
027700     DISPLAY "PRODVENC: DIAS A FRENTE PARA LOTES A VENCER "
027800             "(001 A 365, BRANCO = 030)".
027900     ACCEPT WS-DIAS-AVISO.
027930     IF WS-DIAS-AVISO NOT NUMERIC
027960        OR WS-DIAS-AVISO = ZERO
027980        MOVE WS-DIAS-PADRAO TO WS-DIAS-AVISO.
028000     IF WS-DIAS-AVISO > 365
028100        DISPLAY "PRODVENC: QUANTIDADE DE DIAS INVALIDA"
028200        GOBACK.
028300     COMPUTE WS-DATA-LIMITE = FUNCTION DATE-OF-INTEGER
028400             (FUNCTION INTEGER-OF-DATE (WS-HOJE) + WS-DIAS-AVISO).
028500     PERFORM 1100-LIMPAR-TABELA THRU 1100-EXIT
028600             VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 99.
028700     OPEN INPUT LOCAIS.
028800     IF ARQST-LOCAIS = "00"
028900        PERFORM 1300-LER-LOCAIS THRU 1300-EXIT
029000        PERFORM 1200-CARREGAR-LOCAIS THRU 1200-EXIT
029100                UNTIL FIM-LOCAIS
029200        CLOSE LOCAIS.
029300     OPEN INPUT LOTES.
029400     IF ARQST-LOTES NOT = "00"
029500        DISPLAY "PRODVENC: LOTES.DAT AUSENTE - NADA A LISTAR"
029600        GOBACK.
029700     OPEN INPUT PRODUTOS.
029800     IF ARQST-PRODUTOS NOT = "00"
029900        DISPLAY "PRODVENC: ERRO NA ABERTURA DE PRODUTOS.DAT - "
030000                ARQST-PRODUTOS
030100        CLOSE LOTES
030200        GOBACK.
030300     OPEN OUTPUT RELVENC.
030400     IF ARQST-RELVENC NOT = "00"
030500        DISPLAY "PRODVENC: ERRO NA ABERTURA DE PRODVENC.LST - "
030600                ARQST-RELVENC
030700        CLOSE LOTES
030800        CLOSE PRODUTOS
030900        GOBACK.
031000     MOVE WS-DIA-SIS    TO CAB1-DIA.
031100     MOVE WS-MES-SIS    TO CAB1-MES.
031200     MOVE WS-ANO-SIS    TO CAB1-ANO.
031300     MOVE WS-DIAS-AVISO TO CAB1-DIAS.
031400     WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-1.
031500 1000-EXIT.
031600     EXIT.
031700
031800 1100-LIMPAR-TABELA.
031900     MOVE "** NAO CADASTRADO **" TO WS-LOC-NOME-T (WS-SUB).
032000 1100-EXIT.
032100     EXIT.
032200
032300 1200-CARREGAR-LOCAIS.
032400     IF LOC-CODIGO > ZERO
032500        MOVE LOC-NOME TO WS-LOC-NOME-T (LOC-CODIGO).
032600     PERFORM 1300-LER-LOCAIS THRU 1300-EXIT.
032700 1200-EXIT.
032800     EXIT.
032900
033000 1300-LER-LOCAIS.
033100     READ LOCAIS NEXT RECORD
033200          AT END MOVE "S" TO WS-FIM-LOCAIS.
033300 1300-EXIT.
033400     EXIT.
033500
033600******************************************************************
033700* SEPARA OS LOTES COM SALDO QUE VENCEM ATE A DATA LIMITE (OS JA
033800* VENCIDOS INCLUSIVE) E CLASSIFICA POR LOCAL, VALIDADE E
033900* PRODUTO, DEIXANDO O RESULTADO NO ARQUIVO DE TRABALHO.
034000******************************************************************
034100 2000-CLASSIFICAR.
034200     SORT CLASSIF
034300          ON ASCENDING KEY SRT-LOCAL
034400                           SRT-VALIDADE
034500                           SRT-CODIGO
034600                           SRT-LOTE
034700          INPUT PROCEDURE IS 2100-SELECIONAR-LOTES
034800                          THRU 2100-EXIT
034900          GIVING VENCTRAB.
035000 2000-EXIT.
035100     EXIT.
035200
035300 2100-SELECIONAR-LOTES.
035400     PERFORM 2300-LER-LOTES THRU 2300-EXIT.
035500     PERFORM 2200-LIBERAR-LOTE THRU 2200-EXIT
035600             UNTIL FIM-LOTES.
035700 2100-EXIT.
035800     EXIT.
035900
036000 2200-LIBERAR-LOTE.
036100     IF LOTE-QTDADE > ZERO
036200        AND LOTE-VALIDADE NOT > WS-DATA-LIMITE
036300        MOVE LOTE-LOCAL    TO SRT-LOCAL
036400        MOVE LOTE-VALIDADE TO SRT-VALIDADE
036500        MOVE LOTE-CODIGO   TO SRT-CODIGO
036600        MOVE LOTE-NUMERO   TO SRT-LOTE
036700        MOVE LOTE-QTDADE   TO SRT-QTDADE
036800        RELEASE REG-SORT.
036900     PERFORM 2300-LER-LOTES THRU 2300-EXIT.
037000 2200-EXIT.
037100     EXIT.
037200
037300 2300-LER-LOTES.
037400     READ LOTES NEXT RECORD
037500          AT END MOVE "S" TO WS-FIM-LOTES.
037600 2300-EXIT.
037700     EXIT.
037800
037900******************************************************************
038000* LISTA OS LOTES COM QUEBRA POR LOCAL, VALORIZADOS AO CUSTO
038100* MEDIO DO CADASTRO, COM SUBTOTAL DE VENCIDO E A VENCER AO FINAL
038200* DE CADA LOCAL.
038300******************************************************************
038400 3000-LISTAR-LOCAL.
038500     OPEN INPUT VENCTRAB.
038600     IF ARQST-VENCTRAB NOT = "00"
038700        DISPLAY "PRODVENC: ERRO NA ABERTURA DE PRODVENC.TMP - "
038800                ARQST-VENCTRAB
038900        PERFORM 9000-ENCERRAR THRU 9000-EXIT
039000        GOBACK.
039100     MOVE "N"  TO WS-FIM-TRAB.
039200     MOVE ZERO TO WS-LOCAL-ATUAL.
039300     PERFORM 3100-LER-TRAB THRU 3100-EXIT.
039400     PERFORM 3200-LISTAR-LOTE THRU 3200-EXIT
039500             UNTIL FIM-TRAB.
039600     IF WS-QTDE-LOTES > ZERO
039700        PERFORM 3400-IMPRIMIR-SUBTOTAL THRU 3400-EXIT.
039800     CLOSE VENCTRAB.
039900 3000-EXIT.
040000     EXIT.
040100
040200 3100-LER-TRAB.
040300     READ VENCTRAB NEXT RECORD
040400          AT END MOVE "S" TO WS-FIM-TRAB.
040500 3100-EXIT.
040600     EXIT.
040700
040800 3200-LISTAR-LOTE.
040900     IF TRB-LOCAL NOT = WS-LOCAL-ATUAL
041000        OR WS-QTDE-LOTES = ZERO
041100        IF WS-QTDE-LOTES > ZERO
041200           PERFORM 3400-IMPRIMIR-SUBTOTAL THRU 3400-EXIT
041300        END-IF
041400        PERFORM 3300-INICIAR-LOCAL THRU 3300-EXIT.
041500     MOVE TRB-CODIGO TO CODIGO.
041600     READ PRODUTOS
041700          INVALID KEY
041800             MOVE "*** CODIGO SEM CADASTRO ***" TO NOME
041900             MOVE ZERO TO UNITARIO
042000     END-READ.
042100     COMPUTE WS-DIAS-VENC
042200             = FUNCTION INTEGER-OF-DATE (TRB-VALIDADE)
042300             - FUNCTION INTEGER-OF-DATE (WS-HOJE).
042400     COMPUTE WS-VALOR-LOTE = TRB-QTDADE * UNITARIO.
042500     MOVE TRB-CODIGO      TO DET-CODIGO.
042600     MOVE NOME            TO DET-NOME.
042700     MOVE TRB-LOTE        TO DET-LOTE.
042800     MOVE TRB-VAL-DIA     TO DET-VAL-DIA.
042900     MOVE TRB-VAL-MES     TO DET-VAL-MES.
043000     MOVE TRB-VAL-ANO     TO DET-VAL-ANO.
043100     MOVE WS-DIAS-VENC    TO DET-DIAS.
043200     MOVE TRB-QTDADE      TO DET-QTDADE.
043300     MOVE UNITARIO        TO DET-UNITARIO.
043400     MOVE WS-VALOR-LOTE   TO DET-VALOR.
043500     IF TRB-VALIDADE < WS-HOJE
043600        MOVE "VENCIDO"  TO DET-SITUACAO
043700        ADD WS-VALOR-LOTE TO WS-LOC-VENCIDO
043800        ADD WS-VALOR-LOTE TO WS-TOT-VENCIDO
043900        ADD 1             TO WS-QTDE-VENCIDOS
044000     ELSE
044100        MOVE "A VENCER" TO DET-SITUACAO
044200        ADD WS-VALOR-LOTE TO WS-LOC-A-VENCER
044300        ADD WS-VALOR-LOTE TO WS-TOT-A-VENCER.
044400     WRITE LINHA-RELATORIO FROM LINHA-DETALHE.
044500     ADD 1 TO WS-LOC-LOTES.
044600     ADD 1 TO WS-QTDE-LOTES.
044700     PERFORM 3100-LER-TRAB THRU 3100-EXIT.
044800 3200-EXIT.
044900     EXIT.
045000
045100******************************************************************
045200* QUEBRA DE LOCAL: IMPRIME O CODIGO E O NOME DO LOCAL E A LINHA
045300* DE COLUNAS.
045400******************************************************************
045500 3300-INICIAR-LOCAL.
045600     MOVE TRB-LOCAL TO WS-LOCAL-ATUAL.
045700     MOVE ZERO TO WS-LOC-LOTES.
045800     MOVE ZERO TO WS-LOC-VENCIDO.
045900     MOVE ZERO TO WS-LOC-A-VENCER.
046000     ADD 1     TO WS-QTDE-LOCAIS.
046100     MOVE WS-LOCAL-ATUAL TO LOC-DET-CODIGO.
046200     IF WS-LOCAL-ATUAL > ZERO
046300        MOVE WS-LOC-NOME-T (WS-LOCAL-ATUAL) TO LOC-DET-NOME
046400     ELSE
046500        MOVE "** NAO CADASTRADO **" TO LOC-DET-NOME.
046600     WRITE LINHA-RELATORIO FROM SPACES.
046700     WRITE LINHA-RELATORIO FROM LINHA-LOCAL.
046800     WRITE LINHA-RELATORIO FROM SPACES.
046900     WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-2.
047000     WRITE LINHA-RELATORIO FROM SPACES.
047100 3300-EXIT.
047200     EXIT.
047300
047400 3400-IMPRIMIR-SUBTOTAL.
047500     MOVE WS-LOC-LOTES    TO SUB-LOTES.
047600     MOVE WS-LOC-VENCIDO  TO SUB-VENCIDO.
047700     MOVE WS-LOC-A-VENCER TO SUB-A-VENCER.
047800     WRITE LINHA-RELATORIO FROM SPACES.
047900     WRITE LINHA-RELATORIO FROM LINHA-SUBTOTAL.
048000 3400-EXIT.
048100     EXIT.
048200
048300******************************************************************
048400* IMPRIME OS TOTAIS DO RELATORIO E A ORIENTACAO DE BAIXA.
048500******************************************************************
048600 4000-IMPRIMIR-RODAPE.
048700     MOVE WS-QTDE-LOCAIS   TO ROD-LOCAIS.
048800     MOVE WS-QTDE-LOTES    TO ROD-LOTES.
048900     MOVE WS-QTDE-VENCIDOS TO ROD-VENCIDOS.
049000     MOVE WS-TOT-VENCIDO   TO ROD-VENCIDO.
049100     MOVE WS-TOT-A-VENCER  TO ROD-A-VENCER.
049200     WRITE LINHA-RELATORIO FROM SPACES.
049300     WRITE LINHA-RELATORIO FROM LINHA-RODAPE-1.
049400     WRITE LINHA-RELATORIO FROM LINHA-RODAPE-2.
049500     WRITE LINHA-RELATORIO FROM LINHA-RODAPE-3.
049600     WRITE LINHA-RELATORIO FROM LINHA-RODAPE-4.
049700     IF WS-QTDE-VENCIDOS > ZERO
049800        WRITE LINHA-RELATORIO FROM SPACES
049900        WRITE LINHA-RELATORIO FROM LINHA-RODAPE-5.
050000     DISPLAY "PRODVENC: LOTES LISTADOS....: " WS-QTDE-LOTES.
050100     DISPLAY "PRODVENC: LOTES VENCIDOS....: " WS-QTDE-VENCIDOS.
050200 4000-EXIT.
050300     EXIT.
050400
050500******************************************************************
050600* FECHA OS ARQUIVOS ABERTOS PELO PROGRAMA.
050700******************************************************************
050800 9000-ENCERRAR.
050900     CLOSE LOTES.
051000     CLOSE PRODUTOS.
051100     CLOSE RELVENC.
051200 9000-EXIT.
051300     EXIT.
