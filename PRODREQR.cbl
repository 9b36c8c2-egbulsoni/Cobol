000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PRODREQR.
000300 AUTHOR.        CPD - CONTROLE DE ESTOQUE.
000400 INSTALLATION.  DEPTO DE PROCESSAMENTO DE DADOS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800* HISTORICO DE ALTERACOES
000900******************************************************************
001000* DATA        AUTOR   DESCRICAO
001100* 15/10/2026   CPD     PROGRAMA ORIGINAL - RELATORIO DE
001200*                      REQUISICOES EM ABERTO. LISTA OS ITENS DE
001300*                      REQUISIC.DAT A APROVAR, APROVADOS E EM
001400*                      FALTA, POR DEPARTAMENTO, COM O QUE FALTA
001500*                      ENTREGAR E A IDADE DA REQUISICAO EM DIAS,
001600*                      PARA COBRANCA DA APROVACAO E DO
001700*                      ATENDIMENTO.
001800******************************************************************
001900
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT REQUISIC ASSIGN TO DISK
002600            ORGANIZATION INDEXED
002700            ACCESS MODE SEQUENTIAL
002800            RECORD KEY IS REQ-CHAVE
002900            FILE STATUS IS ARQST-REQUISIC.
003000
003100     SELECT PRODUTOS ASSIGN TO DISK
003200            ORGANIZATION INDEXED
003300            ACCESS MODE SEQUENTIAL
003400            RECORD KEY IS CODIGO
003500            FILE STATUS IS ARQST-PRODUTOS.
003600
003700     SELECT CLASSIF ASSIGN TO DISK.
003800
003900     SELECT REQTRAB ASSIGN TO DISK
004000            ORGANIZATION SEQUENTIAL
004100            ACCESS MODE SEQUENTIAL
004200            FILE STATUS IS ARQST-REQTRAB.
004300
004400     SELECT RELREQ ASSIGN TO PRINTER
004500            ORGANIZATION LINE SEQUENTIAL
004600            FILE STATUS IS ARQST-RELREQ.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  REQUISIC LABEL RECORD STANDARD
005100     VALUE OF FILE-ID IS "REQUISIC.DAT".
005200     COPY REQUIS.
005300
005400 FD  PRODUTOS LABEL RECORD STANDARD
005500     VALUE OF FILE-ID IS "PRODUTOS.DAT".
005600     COPY PRODUTOS.
005700
005800 SD  CLASSIF
005900     DATA RECORD IS REG-SORT.
006000 01  REG-SORT.
006100     02  SRT-DEPTO               PIC X(10).
006200     02  SRT-NUMERO              PIC 9(06).
006300     02  SRT-ITEM                PIC 9(02).
006400     02  SRT-DATA                PIC 9(08).
006500     02  SRT-SOLICITANTE         PIC X(08).
006600     02  SRT-LOCAL               PIC 9(02).
006700     02  SRT-CODIGO              PIC 9(04).
006800     02  SRT-PEDIDA              PIC 9(04).
006900     02  SRT-APROVADA            PIC 9(04).
007000     02  SRT-ATENDIDA            PIC 9(04).
007100     02  SRT-SITUACAO            PIC X(01).
007200
007300 FD  REQTRAB LABEL RECORD STANDARD
007400     DATA RECORD IS REG-TRAB
007500     VALUE OF FILE-ID IS "PRODREQR.TMP".
007600 01  REG-TRAB.
007700     02  TRB-DEPTO               PIC X(10).
007800     02  TRB-NUMERO              PIC 9(06).
007900     02  TRB-ITEM                PIC 9(02).
008000     02  TRB-DATA                PIC 9(08).
008100     02  TRB-SOLICITANTE         PIC X(08).
008200     02  TRB-LOCAL               PIC 9(02).
008300     02  TRB-CODIGO              PIC 9(04).
008400     02  TRB-PEDIDA              PIC 9(04).
008500     02  TRB-APROVADA            PIC 9(04).
008600     02  TRB-ATENDIDA            PIC 9(04).
008700     02  TRB-SITUACAO            PIC X(01).
008800         88  TRB-PENDENTE                  VALUE "P".
008900         88  TRB-APROVADA-SIT              VALUE "A".
009000         88  TRB-BACKORDER                 VALUE "B".
009100
009200 FD  RELREQ LABEL RECORD STANDARD
009300     VALUE OF FILE-ID IS "PRODREQR.LST".
009400 01  LINHA-RELATORIO             PIC X(132).
009500
009600 WORKING-STORAGE SECTION.
009700 01  ARQST-REQUISIC              PIC X(02).
009800 01  ARQST-PRODUTOS              PIC X(02).
009900 01  ARQST-REQTRAB               PIC X(02).
010000 01  ARQST-RELREQ                PIC X(02).
010100
010200 01  WS-SWITCHES.
010300     02  WS-FIM-REQUISIC         PIC X(01) VALUE "N".
010400         88  FIM-REQUISIC                  VALUE "S".
010500     02  WS-FIM-PRODUTOS         PIC X(01) VALUE "N".
010600         88  FIM-PRODUTOS                  VALUE "S".
010700     02  WS-FIM-TRAB             PIC X(01) VALUE "N".
010800         88  FIM-TRAB                      VALUE "S".
010900
011000 01  WS-CONTADORES.
011100     02  WS-QTDE-ITENS           PIC 9(05) COMP VALUE ZERO.
011200     02  WS-QTDE-PENDENTES       PIC 9(05) COMP VALUE ZERO.
011300     02  WS-QTDE-APROVADOS       PIC 9(05) COMP VALUE ZERO.
011400     02  WS-QTDE-BACKORDER       PIC 9(05) COMP VALUE ZERO.
011500     02  WS-QTDE-FALTA-TOT       PIC 9(09) COMP VALUE ZERO.
011600     02  WS-QTDE-DEPTO           PIC 9(05) COMP VALUE ZERO.
011700     02  WS-FALTA-DEPTO          PIC 9(09) COMP VALUE ZERO.
011800
011900 01  WS-DATA-SISTEMA.
012000     02  WS-ANO-SIS              PIC 9(04).
012100     02  WS-MES-SIS              PIC 9(02).
012200     02  WS-DIA-SIS              PIC 9(02).
012300
012400 01  WS-DATA-HOJE                PIC 9(08) VALUE ZERO.
012500 01  WS-DATA-REQ                 PIC 9(08) VALUE ZERO.
012600 01  WS-DATA-REQ-R REDEFINES WS-DATA-REQ.
012700     02  WS-REQ-ANO              PIC 9(04).
012800     02  WS-REQ-MES              PIC 9(02).
012900     02  WS-REQ-DIA              PIC 9(02).
013000 01  WS-FALTA                    PIC 9(04) VALUE ZERO.
013100 01  WS-IDADE                    PIC S9(05) VALUE ZERO.
013200 01  WS-DEPTO-ATUAL              PIC X(10) VALUE SPACES.
013300
013400******************************************************************
013500* NOMES DE PRODUTOS POR CODIGO (O PROPRIO CODIGO E O INDICE),
013600* CARREGADOS NA ABERTURA.
013700******************************************************************
013800 01  WS-TABELA-PRODUTO.
013900     02  WS-PROD-NOME-T OCCURS 9999 TIMES PIC X(30).
014000
014100 01  LINHA-CABECALHO-1.
014200     02  FILLER                  PIC X(01)  VALUE SPACE.
014300     02  FILLER                  PIC X(23)  VALUE
014400             "CONTROLE DE MERCADORIAS".
014500     02  FILLER                  PIC X(30)  VALUE
014600             "REQUISICOES EM ABERTO".
014700     02  FILLER                  PIC X(10)  VALUE "DATA:".
014800     02  CAB1-DIA                PIC 99/.
014900     02  CAB1-MES                PIC 99/.
015000     02  CAB1-ANO                PIC 9999.
015100
015200 01  LINHA-DEPTO.
015300     02  FILLER                  PIC X(01)  VALUE SPACE.
015400     02  FILLER                  PIC X(14)  VALUE
015500             "DEPARTAMENTO: ".
015600     02  DEP-DEPTO               PIC X(10).
015700
015800 01  LINHA-CABECALHO-2.
015900     02  FILLER                  PIC X(01)  VALUE SPACE.
016000     02  FILLER                  PIC X(09)  VALUE "REQUISIC.".
016100     02  FILLER                  PIC X(02)  VALUE SPACES.
016200     02  FILLER                  PIC X(10)  VALUE "DATA".
016300     02  FILLER                  PIC X(02)  VALUE SPACES.
016400     02  FILLER                  PIC X(08)  VALUE "SOLICIT.".
016500     02  FILLER                  PIC X(02)  VALUE SPACES.
016600     02  FILLER                  PIC X(02)  VALUE "LC".
016700     02  FILLER                  PIC X(02)  VALUE SPACES.
016800     02  FILLER                  PIC X(04)  VALUE "COD.".
016900     02  FILLER                  PIC X(01)  VALUE SPACE.
017000     02  FILLER                  PIC X(30)  VALUE "PRODUTO".
017100     02  FILLER                  PIC X(01)  VALUE SPACE.
017200     02  FILLER                  PIC X(06)  VALUE "PEDIDA".
017300     02  FILLER                  PIC X(02)  VALUE SPACES.
017400     02  FILLER                  PIC X(06)  VALUE "APROV.".
017500     02  FILLER                  PIC X(02)  VALUE SPACES.
017600     02  FILLER                  PIC X(06)  VALUE "ATEND.".
017700     02  FILLER                  PIC X(02)  VALUE SPACES.
017800     02  FILLER                  PIC X(06)  VALUE " FALTA".
017900     02  FILLER                  PIC X(02)  VALUE SPACES.
018000     02  FILLER                  PIC X(10)  VALUE "SITUACAO".
018100     02  FILLER                  PIC X(02)  VALUE SPACES.
018200     02  FILLER                  PIC X(05)  VALUE " DIAS".
018300
018400 01  LINHA-DETALHE.
018500     02  FILLER                  PIC X(01)  VALUE SPACE.
018600     02  DET-NUMERO              PIC 9(06).
018700     02  FILLER                  PIC X(01)  VALUE "/".
018800     02  DET-ITEM                PIC 99.
018900     02  FILLER                  PIC X(02)  VALUE SPACES.
019000     02  DET-DIA                 PIC 99/.
019100     02  DET-MES                 PIC 99/.
019200     02  DET-ANO                 PIC 9999.
019300     02  FILLER                  PIC X(02)  VALUE SPACES.
019400     02  DET-SOLICITANTE         PIC X(08).
019500     02  FILLER                  PIC X(02)  VALUE SPACES.
019600     02  DET-LOCAL               PIC 99.
019700     02  FILLER                  PIC X(02)  VALUE SPACES.
019800     02  DET-CODIGO              PIC ZZZ9.
019900     02  FILLER                  PIC X(01)  VALUE SPACE.
020000     02  DET-NOME                PIC X(30).
020100     02  FILLER                  PIC X(02)  VALUE SPACES.
020200     02  DET-PEDIDA              PIC Z.ZZ9.
020300     02  FILLER                  PIC X(03)  VALUE SPACES.
020400     02  DET-APROVADA            PIC Z.ZZ9.
020500     02  FILLER                  PIC X(03)  VALUE SPACES.
020600     02  DET-ATENDIDA            PIC Z.ZZ9.
020700     02  FILLER                  PIC X(03)  VALUE SPACES.
020800     02  DET-FALTA               PIC Z.ZZ9.
020900     02  FILLER                  PIC X(02)  VALUE SPACES.
021000     02  DET-SITUACAO            PIC X(10).
021100     02  FILLER                  PIC X(01)  VALUE SPACE.
021200     02  DET-IDADE               PIC ZZ.ZZ9.
021300
021400 01  LINHA-SUBTOTAL.
021500     02  FILLER                  PIC X(01)  VALUE SPACE.
021600     02  FILLER                  PIC X(32)  VALUE
021700             "ITENS EM ABERTO NO DEPTO......:".
021800     02  SUB-ITENS               PIC ZZ.ZZ9.
021900     02  FILLER                  PIC X(04)  VALUE SPACES.
022000     02  FILLER                  PIC X(20)  VALUE
022100             "QUANTIDADE EM FALTA:".
022200     02  SUB-FALTA               PIC ZZZ.ZZZ.ZZ9.
022300
022400 01  LINHA-RODAPE-1.
022500     02  FILLER                  PIC X(01)  VALUE SPACE.
022600     02  FILLER                  PIC X(32)  VALUE
022700             "ITENS EM ABERTO...............:".
022800     02  ROD-ITENS               PIC ZZ.ZZ9.
022900
023000 01  LINHA-RODAPE-2.
023100     02  FILLER                  PIC X(01)  VALUE SPACE.
023200     02  FILLER                  PIC X(32)  VALUE
023300             "ITENS A APROVAR...............:".
023400     02  ROD-PENDENTES           PIC ZZ.ZZ9.
023500
023600 01  LINHA-RODAPE-3.
023700     02  FILLER                  PIC X(01)  VALUE SPACE.
023800     02  FILLER                  PIC X(32)  VALUE
023900             "ITENS APROVADOS A ATENDER.....:".
024000     02  ROD-APROVADOS           PIC ZZ.ZZ9.
024100
024200 01  LINHA-RODAPE-4.
024300     02  FILLER                  PIC X(01)  VALUE SPACE.
024400     02  FILLER                  PIC X(32)  VALUE
024500             "ITENS EM FALTA (BACKORDER)....:".
024600     02  ROD-BACKORDER           PIC ZZ.ZZ9.
024700
024800 01  LINHA-RODAPE-5.
024900     02  FILLER                  PIC X(01)  VALUE SPACE.
025000     02  FILLER                  PIC X(32)  VALUE
025100             "QUANTIDADE EM FALTA TOTAL.....:".
025200     02  ROD-FALTA               PIC ZZZ.ZZZ.ZZ9.
025300
025400 PROCEDURE DIVISION.
025500
025600 0000-MAINLINE.
025700     PERFORM 1000-ABRIR-ARQUIVOS      THRU 1000-EXIT.
025800     PERFORM 2000-CLASSIFICAR         THRU 2000-EXIT.
025900     PERFORM 3000-LISTAR-DEPTO        THRU 3000-EXIT.
026000     PERFORM 4000-IMPRIMIR-RODAPE     THRU 4000-EXIT.
026100     PERFORM 9000-ENCERRAR            THRU 9000-EXIT.
026200     GOBACK.
026300
026400******************************************************************
026500* ABRE OS ARQUIVOS, CARREGA OS NOMES DOS PRODUTOS E IMPRIME O
026600* CABECALHO.
026700******************************************************************
026800 1000-ABRIR-ARQUIVOS.
026900     MOVE FUNCTION CURRENT-DATE TO WS-DATA-SISTEMA.
027000     COMPUTE WS-DATA-HOJE = WS-ANO-SIS * 10000
027100                          + WS-MES-SIS * 100
027200                          + WS-DIA-SIS.
027300     MOVE SPACES TO WS-TABELA-PRODUTO.
027400     OPEN INPUT PRODUTOS.
027500     IF ARQST-PRODUTOS = "00"
027600        PERFORM 1200-LER-PRODUTOS THRU 1200-EXIT
027700        PERFORM 1100-CARREGAR-PRODUTO THRU 1100-EXIT
027800                UNTIL FIM-PRODUTOS
027900        CLOSE PRODUTOS.
028000     OPEN INPUT REQUISIC.
028100     IF ARQST-REQUISIC NOT = "00"
028200        DISPLAY "PRODREQR: REQUISIC.DAT AUSENTE - NADA A LISTAR"
028300        GOBACK.
028400     OPEN OUTPUT RELREQ.
028500     IF ARQST-RELREQ NOT = "00"
028600        DISPLAY "PRODREQR: ERRO NA ABERTURA DE PRODREQR.LST - "
028700                ARQST-RELREQ
028800        CLOSE REQUISIC
028900        GOBACK.
029000     MOVE WS-DIA-SIS TO CAB1-DIA.
029100     MOVE WS-MES-SIS TO CAB1-MES.
029200     MOVE WS-ANO-SIS TO CAB1-ANO.
029300     WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-1.
029400 1000-EXIT.
029500     EXIT.
029600
029700 1100-CARREGAR-PRODUTO.
029800     IF CODIGO > ZERO
029900        MOVE NOME TO WS-PROD-NOME-T (CODIGO).
030000     PERFORM 1200-LER-PRODUTOS THRU 1200-EXIT.
030100 1100-EXIT.
030200     EXIT.
030300
030400 1200-LER-PRODUTOS.
030500     READ PRODUTOS NEXT RECORD
030600          AT END MOVE "S" TO WS-FIM-PRODUTOS.
030700 1200-EXIT.
030800     EXIT.
030900
031000******************************************************************
031100* CLASSIFICA OS ITENS EM ABERTO (A APROVAR, APROVADOS E EM FALTA)
031200* POR DEPARTAMENTO, NUMERO E ITEM NO ARQUIVO DE TRABALHO.
031300******************************************************************
031400 2000-CLASSIFICAR.
031500     SORT CLASSIF
031600          ON ASCENDING KEY SRT-DEPTO
031700                           SRT-NUMERO
031800                           SRT-ITEM
031900          INPUT PROCEDURE IS 2100-SELECIONAR-ITENS
032000                          THRU 2100-EXIT
032100          GIVING REQTRAB.
032200 2000-EXIT.
032300     EXIT.
032400
032500 2100-SELECIONAR-ITENS.
032600     PERFORM 2300-LER-REQUISICAO THRU 2300-EXIT.
032700     PERFORM 2200-LIBERAR-ITEM THRU 2200-EXIT
032800             UNTIL FIM-REQUISIC.
032900 2100-EXIT.
033000     EXIT.
033100
033200 2200-LIBERAR-ITEM.
033300     IF REQ-PENDENTE OR REQ-A-ATENDER
033400        MOVE REQ-DEPTO        TO SRT-DEPTO
033500        MOVE REQ-NUMERO       TO SRT-NUMERO
033600        MOVE REQ-ITEM         TO SRT-ITEM
033700        MOVE REQ-DATA         TO SRT-DATA
033800        MOVE REQ-SOLICITANTE  TO SRT-SOLICITANTE
033900        MOVE REQ-LOCAL        TO SRT-LOCAL
034000        MOVE REQ-CODIGO       TO SRT-CODIGO
034100        MOVE REQ-QTD-PEDIDA   TO SRT-PEDIDA
034200        MOVE REQ-QTD-APROVADA TO SRT-APROVADA
034300        MOVE REQ-QTD-ATENDIDA TO SRT-ATENDIDA
034400        MOVE REQ-SITUACAO     TO SRT-SITUACAO
034500        RELEASE REG-SORT.
034600     PERFORM 2300-LER-REQUISICAO THRU 2300-EXIT.
034700 2200-EXIT.
034800     EXIT.
034900
035000 2300-LER-REQUISICAO.
035100     READ REQUISIC NEXT RECORD
035200          AT END MOVE "S" TO WS-FIM-REQUISIC.
035300 2300-EXIT.
035400     EXIT.
035500
035600******************************************************************
035700* LISTA OS ITENS COM QUEBRA POR DEPARTAMENTO E SUBTOTAL DE ITENS
035800* E QUANTIDADE EM FALTA AO FINAL DE CADA UM. O ITEM A APROVAR
035900* FALTA PELA QUANTIDADE PEDIDA; O APROVADO, PELO APROVADO MENOS O
036000* JA ATENDIDO.
036100******************************************************************
036200 3000-LISTAR-DEPTO.
036300     OPEN INPUT REQTRAB.
036400     IF ARQST-REQTRAB NOT = "00"
036500        DISPLAY "PRODREQR: ERRO NA ABERTURA DE PRODREQR.TMP - "
036600                ARQST-REQTRAB
036700        PERFORM 9000-ENCERRAR THRU 9000-EXIT
036800        GOBACK.
036900     MOVE "N" TO WS-FIM-TRAB.
037000     PERFORM 3100-LER-TRAB THRU 3100-EXIT.
037100     PERFORM 3200-LISTAR-ITEM THRU 3200-EXIT
037200             UNTIL FIM-TRAB.
037300     IF WS-QTDE-DEPTO > ZERO
037400        PERFORM 3400-IMPRIMIR-SUBTOTAL THRU 3400-EXIT.
037500     CLOSE REQTRAB.
037600 3000-EXIT.
037700     EXIT.
037800
037900 3100-LER-TRAB.
038000     READ REQTRAB NEXT RECORD
038100          AT END MOVE "S" TO WS-FIM-TRAB.
038200 3100-EXIT.
038300     EXIT.
038400
038500 3200-LISTAR-ITEM.
038600     IF TRB-DEPTO NOT = WS-DEPTO-ATUAL
038700        OR WS-QTDE-DEPTO = ZERO
038800        IF WS-QTDE-DEPTO > ZERO
038900           PERFORM 3400-IMPRIMIR-SUBTOTAL THRU 3400-EXIT
039000        END-IF
039100        PERFORM 3300-INICIAR-DEPTO THRU 3300-EXIT.
039200     ADD 1 TO WS-QTDE-DEPTO.
039300     ADD 1 TO WS-QTDE-ITENS.
039400     IF TRB-PENDENTE
039500        MOVE TRB-PEDIDA TO WS-FALTA
039600        MOVE "A APROVAR"  TO DET-SITUACAO
039700        ADD 1 TO WS-QTDE-PENDENTES
039800     ELSE
039900        COMPUTE WS-FALTA = TRB-APROVADA - TRB-ATENDIDA
040000        IF TRB-BACKORDER
040100           MOVE "EM FALTA"  TO DET-SITUACAO
040200           ADD 1 TO WS-QTDE-BACKORDER
040300        ELSE
040400           MOVE "APROVADA"  TO DET-SITUACAO
040500           ADD 1 TO WS-QTDE-APROVADOS.
040600     MOVE TRB-DATA TO WS-DATA-REQ.
040700     COMPUTE WS-IDADE
040800             = FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
040900             - FUNCTION INTEGER-OF-DATE (WS-DATA-REQ).
041000     IF WS-IDADE < ZERO
041100        MOVE ZERO TO WS-IDADE.
041200     MOVE TRB-NUMERO      TO DET-NUMERO.
041300     MOVE TRB-ITEM        TO DET-ITEM.
041400     MOVE WS-REQ-DIA      TO DET-DIA.
041500     MOVE WS-REQ-MES      TO DET-MES.
041600     MOVE WS-REQ-ANO      TO DET-ANO.
041700     MOVE TRB-SOLICITANTE TO DET-SOLICITANTE.
041800     MOVE TRB-LOCAL       TO DET-LOCAL.
041900     MOVE TRB-CODIGO      TO DET-CODIGO.
042000     IF TRB-CODIGO > ZERO
042100        MOVE WS-PROD-NOME-T (TRB-CODIGO) TO DET-NOME
042200     ELSE
042300        MOVE SPACES TO DET-NOME.
042400     MOVE TRB-PEDIDA      TO DET-PEDIDA.
042500     MOVE TRB-APROVADA    TO DET-APROVADA.
042600     MOVE TRB-ATENDIDA    TO DET-ATENDIDA.
042700     MOVE WS-FALTA        TO DET-FALTA.
042800     MOVE WS-IDADE        TO DET-IDADE.
042900     WRITE LINHA-RELATORIO FROM LINHA-DETALHE.
043000     ADD WS-FALTA TO WS-FALTA-DEPTO.
043100     ADD WS-FALTA TO WS-QTDE-FALTA-TOT.
043200     PERFORM 3100-LER-TRAB THRU 3100-EXIT.
043300 3200-EXIT.
043400     EXIT.
043500
043600******************************************************************
043700* QUEBRA DE DEPARTAMENTO: IMPRIME O DEPARTAMENTO E AS COLUNAS.
043800******************************************************************
043900 3300-INICIAR-DEPTO.
044000     MOVE TRB-DEPTO TO WS-DEPTO-ATUAL.
044100     MOVE ZERO TO WS-QTDE-DEPTO.
044200     MOVE ZERO TO WS-FALTA-DEPTO.
044300     MOVE WS-DEPTO-ATUAL TO DEP-DEPTO.
044400     WRITE LINHA-RELATORIO FROM SPACES.
044500     WRITE LINHA-RELATORIO FROM LINHA-DEPTO.
044600     WRITE LINHA-RELATORIO FROM SPACES.
044700     WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-2.
044800     WRITE LINHA-RELATORIO FROM SPACES.
044900 3300-EXIT.
045000     EXIT.
045100
045200 3400-IMPRIMIR-SUBTOTAL.
045300     MOVE WS-QTDE-DEPTO  TO SUB-ITENS.
045400     MOVE WS-FALTA-DEPTO TO SUB-FALTA.
045500     WRITE LINHA-RELATORIO FROM SPACES.
045600     WRITE LINHA-RELATORIO FROM LINHA-SUBTOTAL.
045700 3400-EXIT.
045800     EXIT.
045900
046000******************************************************************
046100* IMPRIME OS TOTAIS DO RELATORIO.
046200******************************************************************
046300 4000-IMPRIMIR-RODAPE.
046400     MOVE WS-QTDE-ITENS      TO ROD-ITENS.
046500     MOVE WS-QTDE-PENDENTES  TO ROD-PENDENTES.
046600     MOVE WS-QTDE-APROVADOS  TO ROD-APROVADOS.
046700     MOVE WS-QTDE-BACKORDER  TO ROD-BACKORDER.
046800     MOVE WS-QTDE-FALTA-TOT  TO ROD-FALTA.
046900     WRITE LINHA-RELATORIO FROM SPACES.
047000     WRITE LINHA-RELATORIO FROM LINHA-RODAPE-1.
047100     WRITE LINHA-RELATORIO FROM LINHA-RODAPE-2.
047200     WRITE LINHA-RELATORIO FROM LINHA-RODAPE-3.
047300     WRITE LINHA-RELATORIO FROM LINHA-RODAPE-4.
047400     WRITE LINHA-RELATORIO FROM LINHA-RODAPE-5.
047500 4000-EXIT.
047600     EXIT.
047700
047800******************************************************************
047900* FECHA OS ARQUIVOS ABERTOS PELO PROGRAMA.
048000******************************************************************
048100 9000-ENCERRAR.
048200     CLOSE REQUISIC.
048300     CLOSE RELREQ.
048400 9000-EXIT.
048500     EXIT.
