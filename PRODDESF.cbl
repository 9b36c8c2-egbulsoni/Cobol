000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PRODDESF.
000300 AUTHOR.        CPD - CONTROLE DE ESTOQUE.
000400 INSTALLATION.  DEPTO DE PROCESSAMENTO DE DADOS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800* HISTORICO DE ALTERACOES
000900******************************************************************
001000* DATA        AUTOR   DESCRICAO
001100* 15/10/2026   CPD     PROGRAMA ORIGINAL - DESEMPENHO MENSAL DE
001200*                      FORNECEDORES. LE O PERIODO (AAAAMM) DO
001300*                      CONSOLE OU DA CADEIA NOTURNA (PRODLOTE,
001400*                      VIA PARMLOTE.TMP) E, PARA CADA FORNECEDOR,
001500*                      MOSTRA OS PEDIDOS COLOCADOS NO MES
001600*                      (PEDIDOS.DAT), AS ENTREGAS RECEBIDAS NO
001700*                      MES (RECEBHST.DAT) NO PRAZO E EM ATRASO
001800*                      CONTRA A DATA PREVISTA DO PEDIDO, AS
001900*                      ENTREGAS PARCIAIS, OS PEDIDOS COM PREVISAO
002000*                      NO MES AINDA CURTOS, O PRAZO MEDIO REAL
002100*                      (PEDIDO ATE RECEBIMENTO) AO LADO DO
002200*                      FORN-PRAZO DO CADASTRO, O ATENDIMENTO
002300*                      (RECEBIDO SOBRE PEDIDO DOS PEDIDOS COM
002400*                      PREVISAO NO MES) E A DIFERENCA ENTRE O
002500*                      CUSTO RECEBIDO E O CUSTO MEDIO ANTERIOR.
002600*                      RECEBIMENTO ESTORNADO PELO PRODEST NAO
002700*                      CONTA. GRAVA PRODDESF.LST; PERIODO
002800*                      INVALIDO OU ERRO DE ABERTURA DEVOLVE
002900*                      RETURN-CODE 8.
003000******************************************************************
003100
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT FORNECED ASSIGN TO DISK
003800            ORGANIZATION INDEXED
003900            ACCESS MODE SEQUENTIAL
004000            RECORD KEY IS FORN-ID
004100            FILE STATUS IS ARQST-FORNECED.
004200
004300     SELECT PEDIDOS ASSIGN TO DISK
004400            ORGANIZATION INDEXED
004500            ACCESS MODE SEQUENTIAL
004600            RECORD KEY IS PED-NUMERO
004700            FILE STATUS IS ARQST-PEDIDOS.
004800
004900     SELECT RECEBHST ASSIGN TO DISK
005000            ORGANIZATION SEQUENTIAL
005100            ACCESS MODE SEQUENTIAL
005200            FILE STATUS IS ARQST-RECEBHST.
005300
005400     SELECT RELDESF ASSIGN TO PRINTER
005500            ORGANIZATION LINE SEQUENTIAL
005600            FILE STATUS IS ARQST-RELDESF.
005700
005800     SELECT PARMLOTE ASSIGN TO DISK
005900            ORGANIZATION LINE SEQUENTIAL
006000            FILE STATUS IS ARQST-PARMLOTE.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  FORNECED LABEL RECORD STANDARD
006500     VALUE OF FILE-ID IS "FORNECED.DAT".
006600     COPY FORNECED.
006700
006800 FD  PEDIDOS LABEL RECORD STANDARD
006900     VALUE OF FILE-ID IS "PEDIDOS.DAT".
007000     COPY PEDIDOS.
007100
007200 FD  RECEBHST LABEL RECORD STANDARD
007300     VALUE OF FILE-ID IS "RECEBHST.DAT".
007400     COPY RECEBHST.
007500
007600 FD  RELDESF LABEL RECORD STANDARD
007700     VALUE OF FILE-ID IS "PRODDESF.LST".
007800 01  LINHA-RELATORIO             PIC X(132).
007900
008000 FD  PARMLOTE LABEL RECORD STANDARD
008100     VALUE OF FILE-ID IS "PARMLOTE.TMP".
008200     COPY PARMLOTE.
008300
008400 WORKING-STORAGE SECTION.
008500 01  ARQST-FORNECED              PIC X(02).
008600 01  ARQST-PEDIDOS               PIC X(02).
008700 01  ARQST-RECEBHST              PIC X(02).
008800 01  ARQST-RELDESF               PIC X(02).
008900 01  ARQST-PARMLOTE              PIC X(02).
009000
009100 01  WS-EM-LOTE                  PIC X(01) VALUE "N".
009200     88  EM-LOTE                           VALUE "S".
009300
009400 01  WS-SWITCHES.
009500     02  WS-FIM-FORNECED         PIC X(01) VALUE "N".
009600         88  FIM-FORNECED                  VALUE "S".
009700     02  WS-FIM-PEDIDOS          PIC X(01) VALUE "N".
009800         88  FIM-PEDIDOS                   VALUE "S".
009900     02  WS-FIM-RECEBHST         PIC X(01) VALUE "N".
010000         88  FIM-RECEBHST                  VALUE "S".
010100     02  WS-ACHOU-ESTORNO        PIC X(01) VALUE "N".
010200         88  ACHOU-ESTORNO                 VALUE "S".
010300
010400 01  WS-CONTADORES.
010500     02  WS-QTDE-ESTORNOS        PIC 9(05) COMP VALUE ZERO.
010600     02  WS-QTDE-DESCONTADOS     PIC 9(05) COMP VALUE ZERO.
010700     02  WS-QTDE-FORNECEDORES    PIC 9(05) COMP VALUE ZERO.
010800
010900 01  WS-PARAMETRO.
011000     02  WS-PERIODO.
011100         03  WS-PER-ANO          PIC 9(04).
011200         03  WS-PER-MES          PIC 9(02).
011300     02  WS-PERIODO-N REDEFINES WS-PERIODO
011400                                 PIC 9(06).
011500
011600 01  WS-DATA-SISTEMA.
011700     02  WS-ANO-SIS              PIC 9(04).
011800     02  WS-MES-SIS              PIC 9(02).
011900     02  WS-DIA-SIS              PIC 9(02).
012000
012100 01  WS-SUB                      PIC 9(05) COMP VALUE ZERO.
012200 01  WS-SUB-EST                  PIC 9(05) COMP VALUE ZERO.
012300 01  WS-MAX-ESTORNOS             PIC 9(05) COMP VALUE 2000.
012400 01  WS-FORN                     PIC 9(04) VALUE ZERO.
012500 01  WS-PERIODO-REG              PIC 9(06) VALUE ZERO.
012600 01  WS-DIA-PEDIDO               PIC 9(07) VALUE ZERO.
012700 01  WS-DIA-PREVISTO             PIC 9(07) VALUE ZERO.
012800 01  WS-DIA-RECEBIDO             PIC 9(07) VALUE ZERO.
012900 01  WS-PRAZO-REAL               PIC 9(03)V9 VALUE ZERO.
013000 01  WS-ATENDIMENTO              PIC 9(03)V9 VALUE ZERO.
013100 01  WS-DIF-CUSTO                PIC S9(11)V99 VALUE ZERO.
013200 01  WS-DIF-PERCENTUAL           PIC S9(03)V9 VALUE ZERO.
013300
013400******************************************************************
013500* RAZAO SOCIAL E PRAZO DE ENTREGA PROMETIDO DE CADA FORNECEDOR
013600* (O CODIGO E O INDICE), CARREGADOS DE FORNECED.DAT.
013700******************************************************************
013800 01  WS-TABELA-FORNECEDOR.
013900     02  WS-FORN-ITEM OCCURS 9999 TIMES.
014000         03  WS-FORN-RAZAO-T     PIC X(20).
014100         03  WS-FORN-PRAZO-T     PIC 9(03).
014200
014300******************************************************************
014400* ACUMULADORES DO MES POR FORNECEDOR (O CODIGO E O INDICE). O
014500* TOTAL GERAL FICA EM WS-TOTAL, COM O MESMO LAYOUT.
014600******************************************************************
014700 01  WS-TABELA-DESEMPENHO.
014800     02  WS-DSP-ITEM OCCURS 9999 TIMES.
014900         03  WS-DSP-PEDIDOS      PIC 9(05)      COMP.
015000         03  WS-DSP-ENTREGAS     PIC 9(05)      COMP.
015100         03  WS-DSP-NO-PRAZO     PIC 9(05)      COMP.
015200         03  WS-DSP-ATRASO       PIC 9(05)      COMP.
015300         03  WS-DSP-PARCIAIS     PIC 9(05)      COMP.
015400         03  WS-DSP-CURTOS       PIC 9(05)      COMP.
015500         03  WS-DSP-QTDE-DIAS    PIC 9(05)      COMP.
015600         03  WS-DSP-DIAS         PIC 9(07)      COMP.
015700         03  WS-DSP-QTD-PEDIDA   PIC 9(07)      COMP.
015800         03  WS-DSP-QTD-RECEBIDA PIC 9(07)      COMP.
015900         03  WS-DSP-VALOR-ANT    PIC 9(11)V99 COMP-3.
016000         03  WS-DSP-VALOR-REC    PIC 9(11)V99 COMP-3.
016100
016200 01  WS-TOTAL.
016300     02  WS-TOT-PEDIDOS          PIC 9(05)      COMP VALUE ZERO.
016400     02  WS-TOT-ENTREGAS         PIC 9(05)      COMP VALUE ZERO.
016500     02  WS-TOT-NO-PRAZO         PIC 9(05)      COMP VALUE ZERO.
016600     02  WS-TOT-ATRASO           PIC 9(05)      COMP VALUE ZERO.
016700     02  WS-TOT-PARCIAIS         PIC 9(05)      COMP VALUE ZERO.
016800     02  WS-TOT-CURTOS           PIC 9(05)      COMP VALUE ZERO.
016900     02  WS-TOT-QTDE-DIAS        PIC 9(05)      COMP VALUE ZERO.
017000     02  WS-TOT-DIAS             PIC 9(07)      COMP VALUE ZERO.
017100     02  WS-TOT-QTD-PEDIDA       PIC 9(07)      COMP VALUE ZERO.
017200     02  WS-TOT-QTD-RECEBIDA     PIC 9(07)      COMP VALUE ZERO.
017300     02  WS-TOT-VALOR-ANT        PIC 9(11)V99 COMP-3 VALUE ZERO.
017400     02  WS-TOT-VALOR-REC        PIC 9(11)V99 COMP-3 VALUE ZERO.
017500
017600******************************************************************
017700* LINHA EM IMPRESSAO: UM FORNECEDOR DA TABELA OU O TOTAL GERAL,
017800* COM O MESMO LAYOUT DE AMBOS.
017900******************************************************************
018000 01  WS-ATUAL.
018100     02  WS-ATU-PEDIDOS          PIC 9(05)      COMP.
018200     02  WS-ATU-ENTREGAS         PIC 9(05)      COMP.
018300     02  WS-ATU-NO-PRAZO         PIC 9(05)      COMP.
018400     02  WS-ATU-ATRASO           PIC 9(05)      COMP.
018500     02  WS-ATU-PARCIAIS         PIC 9(05)      COMP.
018600     02  WS-ATU-CURTOS           PIC 9(05)      COMP.
018700     02  WS-ATU-QTDE-DIAS        PIC 9(05)      COMP.
018800     02  WS-ATU-DIAS             PIC 9(07)      COMP.
018900     02  WS-ATU-QTD-PEDIDA       PIC 9(07)      COMP.
019000     02  WS-ATU-QTD-RECEBIDA     PIC 9(07)      COMP.
019100     02  WS-ATU-VALOR-ANT        PIC 9(11)V99 COMP-3.
019200     02  WS-ATU-VALOR-REC        PIC 9(11)V99 COMP-3.
019300
019400******************************************************************
019500* MOVIMENTOS DE ENTRADA ESTORNADOS PELO PRODEST (REGISTROS E DO
019600* HISTORICO), LIDOS NA PRIMEIRA PASSAGEM PARA O RECEBIMENTO
019700* CORRESPONDENTE NAO CONTAR NA SEGUNDA.
019800******************************************************************
019900 01  WS-TAB-ESTORNADOS.
020000     02  WS-EST-NUMERO OCCURS 2000 TIMES PIC 9(08).
020100
020200 01  LINHA-CABECALHO-1.
020300     02  FILLER                  PIC X(01)  VALUE SPACE.
020400     02  FILLER                  PIC X(23)  VALUE
020500             "CONTROLE DE MERCADORIAS".
020600     02  FILLER                  PIC X(30)  VALUE
020700             "DESEMPENHO DE FORNECEDORES".
020800     02  FILLER                  PIC X(10)  VALUE "DATA:".
020900     02  CAB1-DIA                PIC 99/.
021000     02  CAB1-MES                PIC 99/.
021100     02  CAB1-ANO                PIC 9999.
021200
021300 01  LINHA-CABECALHO-2.
021400     02  FILLER                  PIC X(01)  VALUE SPACE.
021500     02  FILLER                  PIC X(09)  VALUE "PERIODO:".
021600     02  CAB2-MES                PIC 99/.
021700     02  CAB2-ANO                PIC 9999.
021800
021900 01  LINHA-CABECALHO-3.
022000     02  FILLER                  PIC X(28)  VALUE SPACES.
022100     02  FILLER                  PIC X(08)  VALUE " PEDIDOS".
022200     02  FILLER                  PIC X(08)  VALUE "   ENTR.".
022300     02  FILLER                  PIC X(08)  VALUE "      NO".
022400     02  FILLER                  PIC X(08)  VALUE "      EM".
022500     02  FILLER                  PIC X(08)  VALUE "   ENTR.".
022600     02  FILLER                  PIC X(08)  VALUE "    PED.".
022700     02  FILLER                  PIC X(07)  VALUE "  PRAZO".
022800     02  FILLER                  PIC X(06)  VALUE " PRAZO".
022900     02  FILLER                  PIC X(07)  VALUE "  ATEND".
023000     02  FILLER                  PIC X(16)  VALUE
023100             "       DIFERENCA".
023200     02  FILLER                  PIC X(08)  VALUE "    DIF.".
023300
023400 01  LINHA-CABECALHO-4.
023500     02  FILLER                  PIC X(01)  VALUE SPACE.
023600     02  FILLER                  PIC X(06)  VALUE "FORN.".
023700     02  FILLER                  PIC X(21)  VALUE
023800             "RAZAO SOCIAL".
023900     02  FILLER                  PIC X(08)  VALUE "  NO MES".
024000     02  FILLER                  PIC X(08)  VALUE "  NO MES".
024100     02  FILLER                  PIC X(08)  VALUE "   PRAZO".
024200     02  FILLER                  PIC X(08)  VALUE "  ATRASO".
024300     02  FILLER                  PIC X(08)  VALUE " PARCIAL".
024400     02  FILLER                  PIC X(08)  VALUE "  CURTOS".
024500     02  FILLER                  PIC X(07)  VALUE "   REAL".
024600     02  FILLER                  PIC X(06)  VALUE "  CAD.".
024700     02  FILLER                  PIC X(07)  VALUE "      %".
024800     02  FILLER                  PIC X(16)  VALUE
024900             "        DE CUSTO".
025000     02  FILLER                  PIC X(08)  VALUE "       %".
025100
025200 01  LINHA-DETALHE.
025300     02  FILLER                  PIC X(01)  VALUE SPACE.
025400     02  DET-FORN                PIC ZZZZ.
025500     02  FILLER                  PIC X(01)  VALUE SPACE.
025600     02  DET-RAZAO               PIC X(20).
025700     02  FILLER                  PIC X(04)  VALUE SPACES.
025800     02  DET-PEDIDOS             PIC ZZ.ZZ9.
025900     02  FILLER                  PIC X(02)  VALUE SPACES.
026000     02  DET-ENTREGAS            PIC ZZ.ZZ9.
026100     02  FILLER                  PIC X(02)  VALUE SPACES.
026200     02  DET-NO-PRAZO            PIC ZZ.ZZ9.
026300     02  FILLER                  PIC X(02)  VALUE SPACES.
026400     02  DET-ATRASO              PIC ZZ.ZZ9.
026500     02  FILLER                  PIC X(02)  VALUE SPACES.
026600     02  DET-PARCIAIS            PIC ZZ.ZZ9.
026700     02  FILLER                  PIC X(02)  VALUE SPACES.
026800     02  DET-CURTOS              PIC ZZ.ZZ9.
026900     02  FILLER                  PIC X(02)  VALUE SPACES.
027000     02  DET-PRAZO-REAL          PIC ZZ9,9.
027100     02  FILLER                  PIC X(03)  VALUE SPACES.
027200     02  DET-PRAZO-CAD           PIC ZZ9.
027300     02  FILLER                  PIC X(02)  VALUE SPACES.
027400     02  DET-ATENDIMENTO         PIC ZZ9,9.
027500     02  FILLER                  PIC X(02)  VALUE SPACES.
027600     02  DET-DIF-CUSTO           PIC ---.---.--9,99.
027700     02  FILLER                  PIC X(02)  VALUE SPACES.
027800     02  DET-DIF-PERCENTUAL      PIC ---9,9.
027900
028000 01  LINHA-RODAPE-1.
028100     02  FILLER                  PIC X(01)  VALUE SPACE.
028200     02  FILLER                  PIC X(32)  VALUE
028300             "FORNECEDORES NO RELATORIO.....:".
028400     02  ROD-FORNECEDORES        PIC ZZ.ZZ9.
028500
028600 01  LINHA-RODAPE-2.
028700     02  FILLER                  PIC X(01)  VALUE SPACE.
028800     02  FILLER                  PIC X(32)  VALUE
028900             "RECEBIMENTOS ESTORNADOS.......:".
029000     02  ROD-DESCONTADOS         PIC ZZ.ZZ9.
029100
029200 01  LINHA-LEGENDA-1.
029300     02  FILLER                  PIC X(01)  VALUE SPACE.
029400     02  FILLER                  PIC X(28)  VALUE
029500             "NO PRAZO/EM ATRASO: DATA DO ".
029600     02  FILLER                  PIC X(45)  VALUE
029700             "RECEBIMENTO CONTRA A DATA PREVISTA DO PEDIDO.".
029800
029900 01  LINHA-LEGENDA-2.
030000     02  FILLER                  PIC X(01)  VALUE SPACE.
030100     02  FILLER                  PIC X(31)  VALUE
030200             "ENTR. PARCIAL: RECEBIMENTO QUE ".
030300     02  FILLER                  PIC X(33)  VALUE
030400             "DEIXOU O PEDIDO AINDA INCOMPLETO.".
030500
030600 01  LINHA-LEGENDA-3.
030700     02  FILLER                  PIC X(01)  VALUE SPACE.
030800     02  FILLER                  PIC X(35)  VALUE
030900             "PED. CURTOS E ATEND %: PEDIDOS COM ".
031000     02  FILLER                  PIC X(36)  VALUE
031100             "PREVISAO NO MES (RECEBIDO / PEDIDO).".
031200
031300 01  LINHA-LEGENDA-4.
031400     02  FILLER                  PIC X(01)  VALUE SPACE.
031500     02  FILLER                  PIC X(36)  VALUE
031600             "PRAZO REAL: MEDIA DE DIAS DO PEDIDO ".
031700     02  FILLER                  PIC X(33)  VALUE
031800             "AO RECEBIMENTO; CAD.: FORN-PRAZO.".
031900
032000 PROCEDURE DIVISION.
032100
032200 0000-MAINLINE.
032300     PERFORM 1000-INICIAR              THRU 1000-EXIT.
032400     PERFORM 2000-CARREGAR-FORNECEDOR  THRU 2000-EXIT.
032500     PERFORM 3000-LER-ESTORNOS         THRU 3000-EXIT.
032600     PERFORM 4000-ACUMULAR-RECEBIMENTO THRU 4000-EXIT.
032700     PERFORM 5000-ACUMULAR-PEDIDOS     THRU 5000-EXIT.
032800     PERFORM 6000-IMPRIMIR-RELATORIO   THRU 6000-EXIT.
032900     PERFORM 9000-ENCERRAR             THRU 9000-EXIT.
033000     GOBACK.
033100
033200******************************************************************
033300* LE O PERIODO (AAAAMM), ABRE O RELATORIO E ZERA AS TABELAS.
033400******************************************************************
033500 1000-INICIAR.
033600     MOVE FUNCTION CURRENT-DATE TO WS-DATA-SISTEMA.
033700     PERFORM 1050-LER-PARMLOTE THRU 1050-EXIT.
033800     IF NOT EM-LOTE
033900        DISPLAY "PRODDESF: INFORME O PERIODO (AAAAMM)"
034000        ACCEPT WS-PERIODO.
034100     IF WS-PERIODO NOT NUMERIC
034200        OR WS-PER-MES < 01 OR WS-PER-MES > 12
034300        DISPLAY "PRODDESF: PERIODO INVALIDO - " WS-PERIODO
034400        MOVE 8 TO RETURN-CODE
034500        GOBACK.
034600     OPEN OUTPUT RELDESF.
034700     IF ARQST-RELDESF NOT = "00"
034800        DISPLAY "PRODDESF: ERRO NA ABERTURA DE PRODDESF.LST - "
034900                ARQST-RELDESF
035000        MOVE 8 TO RETURN-CODE
035100        GOBACK.
035200     PERFORM 1100-LIMPAR-FORNECEDOR THRU 1100-EXIT
035300             VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 9999.
035400 1000-EXIT.
035500     EXIT.
035600
035700******************************************************************
035800* CHAMADO PELA CADEIA NOTURNA (PRODLOTE), O PROGRAMA ACHA O
035900* PROPRIO NOME EM PARMLOTE.TMP E RODA SEM PERGUNTAR NADA NO
036000* CONSOLE. SEM O ARQUIVO, OU COM OUTRO NOME NELE, PERGUNTA
036100* COMO SEMPRE. O PARAMETRO DO PASSO TRAZ O PERIODO (AAAAMM).
036200******************************************************************
036300 1050-LER-PARMLOTE.
036400     OPEN INPUT PARMLOTE.
036500     IF ARQST-PARMLOTE NOT = "00"
036600        GO TO 1050-EXIT.
036700     MOVE SPACES TO REG-PARMLOTE.
036800     READ PARMLOTE
036900          AT END MOVE SPACES TO REG-PARMLOTE
037000     END-READ.
037100     CLOSE PARMLOTE.
037200     IF PLT-PROGRAMA = "PRODDESF"
037300        MOVE "S" TO WS-EM-LOTE
037400        MOVE PLT-PARAMETRO TO WS-PERIODO.
037500 1050-EXIT.
037600     EXIT.
037700
037800 1100-LIMPAR-FORNECEDOR.
037900     MOVE SPACES TO WS-FORN-RAZAO-T (WS-SUB).
038000     MOVE ZERO TO WS-FORN-PRAZO-T (WS-SUB).
038100     MOVE ZERO TO WS-DSP-PEDIDOS (WS-SUB).
038200     MOVE ZERO TO WS-DSP-ENTREGAS (WS-SUB).
038300     MOVE ZERO TO WS-DSP-NO-PRAZO (WS-SUB).
038400     MOVE ZERO TO WS-DSP-ATRASO (WS-SUB).
038500     MOVE ZERO TO WS-DSP-PARCIAIS (WS-SUB).
038600     MOVE ZERO TO WS-DSP-CURTOS (WS-SUB).
038700     MOVE ZERO TO WS-DSP-QTDE-DIAS (WS-SUB).
038800     MOVE ZERO TO WS-DSP-DIAS (WS-SUB).
038900     MOVE ZERO TO WS-DSP-QTD-PEDIDA (WS-SUB).
039000     MOVE ZERO TO WS-DSP-QTD-RECEBIDA (WS-SUB).
039100     MOVE ZERO TO WS-DSP-VALOR-ANT (WS-SUB).
039200     MOVE ZERO TO WS-DSP-VALOR-REC (WS-SUB).
039300 1100-EXIT.
039400     EXIT.
039500
039600******************************************************************
039700* RAZAO SOCIAL E FORN-PRAZO DE CADA FORNECEDOR. SEM O CADASTRO O
039800* RELATORIO SAI DO MESMO JEITO, COM OS FORNECEDORES MARCADOS
039900* COMO NAO CADASTRADOS.
040000******************************************************************
040100 2000-CARREGAR-FORNECEDOR.
040200     OPEN INPUT FORNECED.
040300     IF ARQST-FORNECED NOT = "00"
040400        GO TO 2000-EXIT.
040500     PERFORM 2100-LER-FORNECED THRU 2100-EXIT.
040600     PERFORM 2200-GUARDAR-FORNECEDOR THRU 2200-EXIT
040700             UNTIL FIM-FORNECED.
040800     CLOSE FORNECED.
040900 2000-EXIT.
041000     EXIT.
041100
041200 2100-LER-FORNECED.
041300     READ FORNECED NEXT RECORD
041400          AT END MOVE "S" TO WS-FIM-FORNECED.
041500 2100-EXIT.
041600     EXIT.
041700
041800 2200-GUARDAR-FORNECEDOR.
041900     IF FORN-ID > ZERO
042000        MOVE FORN-RAZAO TO WS-FORN-RAZAO-T (FORN-ID)
042100        MOVE FORN-PRAZO TO WS-FORN-PRAZO-T (FORN-ID).
042200     PERFORM 2100-LER-FORNECED THRU 2100-EXIT.
042300 2200-EXIT.
042400     EXIT.
042500
042600******************************************************************
042700* PRIMEIRA PASSAGEM PELO HISTORICO: GUARDA O NUMERO DE CADA
042800* MOVIMENTO DE ENTRADA ESTORNADO (REGISTROS E), EM QUALQUER MES.
042900* SEM O HISTORICO NAO HA ENTREGAS A AVALIAR, SO PEDIDOS.
043000******************************************************************
043100 3000-LER-ESTORNOS.
043200     OPEN INPUT RECEBHST.
043300     IF ARQST-RECEBHST NOT = "00"
043400        MOVE "S" TO WS-FIM-RECEBHST
043500        GO TO 3000-EXIT.
043600     PERFORM 3100-LER-RECEBHST THRU 3100-EXIT.
043700     PERFORM 3200-GUARDAR-ESTORNO THRU 3200-EXIT
043800             UNTIL FIM-RECEBHST.
043900     CLOSE RECEBHST.
044000 3000-EXIT.
044100     EXIT.
044200
044300 3100-LER-RECEBHST.
044400     READ RECEBHST NEXT RECORD
044500          AT END MOVE "S" TO WS-FIM-RECEBHST.
044600 3100-EXIT.
044700     EXIT.
044800
044900 3200-GUARDAR-ESTORNO.
045000     IF NOT RHST-ESTORNO
045100        GO TO 3200-FIM.
045200     IF WS-QTDE-ESTORNOS NOT < WS-MAX-ESTORNOS
045300        DISPLAY "PRODDESF: ESTORNOS DEMAIS NO HISTORICO - "
045400                "MOVIMENTO " RHST-MOV-NUMERO " IGNORADO"
045500        MOVE 4 TO RETURN-CODE
045600        GO TO 3200-FIM.
045700     ADD 1 TO WS-QTDE-ESTORNOS.
045800     MOVE RHST-MOV-NUMERO TO WS-EST-NUMERO (WS-QTDE-ESTORNOS).
045900 3200-FIM.
046000     PERFORM 3100-LER-RECEBHST THRU 3100-EXIT.
046100 3200-EXIT.
046200     EXIT.
046300
046400******************************************************************
046500* SEGUNDA PASSAGEM: CADA RECEBIMENTO (REGISTRO R) COM DATA DE
046600* RECEBIMENTO NO PERIODO E QUE NAO FOI ESTORNADO CONTA PARA O
046700* FORNECEDOR DO PEDIDO. NO PRAZO QUANDO RECEBIDO ATE A DATA
046800* PREVISTA DO PEDIDO (PEDIDO SEM DATA PREVISTA USA A DATA DO
046900* PEDIDO MAIS O FORN-PRAZO); PARCIAL QUANDO O PEDIDO CONTINUOU
047000* INCOMPLETO DEPOIS DELE. A DIFERENCA DE CUSTO SO CONSIDERA
047100* RECEBIMENTO COM CUSTO MEDIO ANTERIOR (PRODUTO QUE JA TINHA
047200* CUSTO).
047300******************************************************************
047400 4000-ACUMULAR-RECEBIMENTO.
047500     MOVE "N" TO WS-FIM-RECEBHST.
047600     OPEN INPUT RECEBHST.
047700     IF ARQST-RECEBHST NOT = "00"
047800        GO TO 4000-EXIT.
047900     PERFORM 3100-LER-RECEBHST THRU 3100-EXIT.
048000     PERFORM 4100-ACUMULAR-REGISTRO THRU 4100-EXIT
048100             UNTIL FIM-RECEBHST.
048200     CLOSE RECEBHST.
048300 4000-EXIT.
048400     EXIT.
048500
048600 4100-ACUMULAR-REGISTRO.
048700     IF NOT RHST-RECEBIMENTO
048800        OR RHST-FORN-CODIGO = ZERO
048900        GO TO 4100-FIM.
049000     COMPUTE WS-PERIODO-REG = RHST-DATA / 100.
049100     IF WS-PERIODO-REG NOT = WS-PERIODO-N
049200        GO TO 4100-FIM.
049300     MOVE "N" TO WS-ACHOU-ESTORNO.
049400     PERFORM 4200-PROCURAR-ESTORNO THRU 4200-EXIT
049500             VARYING WS-SUB-EST FROM 1 BY 1
049600             UNTIL WS-SUB-EST > WS-QTDE-ESTORNOS
049700                OR ACHOU-ESTORNO.
049800     IF ACHOU-ESTORNO
049900        ADD 1 TO WS-QTDE-DESCONTADOS
050000        GO TO 4100-FIM.
050100     MOVE RHST-FORN-CODIGO TO WS-FORN.
050200     ADD 1 TO WS-DSP-ENTREGAS (WS-FORN).
050300     IF RHST-QTD-RECEBIDA < RHST-QTD-PEDIDA
050400        ADD 1 TO WS-DSP-PARCIAIS (WS-FORN).
050500     COMPUTE WS-DIA-RECEBIDO = FUNCTION INTEGER-OF-DATE
050600                               (RHST-DATA).
050700     MOVE ZERO TO WS-DIA-PEDIDO.
050800     IF RHST-PED-DATA > ZERO
050900        COMPUTE WS-DIA-PEDIDO = FUNCTION INTEGER-OF-DATE
051000                                (RHST-PED-DATA)
051100        ADD 1 TO WS-DSP-QTDE-DIAS (WS-FORN)
051200        COMPUTE WS-DSP-DIAS (WS-FORN)
051300              = WS-DSP-DIAS (WS-FORN)
051400              + WS-DIA-RECEBIDO - WS-DIA-PEDIDO.
051500     IF RHST-PED-PREVISTA > ZERO
051600        COMPUTE WS-DIA-PREVISTO = FUNCTION INTEGER-OF-DATE
051700                                  (RHST-PED-PREVISTA)
051800     ELSE
051900        COMPUTE WS-DIA-PREVISTO = WS-DIA-PEDIDO
052000                                + WS-FORN-PRAZO-T (WS-FORN).
052100     IF WS-DIA-RECEBIDO > WS-DIA-PREVISTO
052200        ADD 1 TO WS-DSP-ATRASO (WS-FORN)
052300     ELSE
052400        ADD 1 TO WS-DSP-NO-PRAZO (WS-FORN).
052500     IF RHST-CUSTO-ANT > ZERO
052600        COMPUTE WS-DSP-VALOR-ANT (WS-FORN)
052700              = WS-DSP-VALOR-ANT (WS-FORN)
052800              + RHST-QTDE * RHST-CUSTO-ANT
052900        COMPUTE WS-DSP-VALOR-REC (WS-FORN)
053000              = WS-DSP-VALOR-REC (WS-FORN)
053100              + RHST-QTDE * RHST-CUSTO.
053200 4100-FIM.
053300     PERFORM 3100-LER-RECEBHST THRU 3100-EXIT.
053400 4100-EXIT.
053500     EXIT.
053600
053700 4200-PROCURAR-ESTORNO.
053800     IF WS-EST-NUMERO (WS-SUB-EST) = RHST-MOV-NUMERO
053900        MOVE "S" TO WS-ACHOU-ESTORNO.
054000 4200-EXIT.
054100     EXIT.
054200
054300******************************************************************
054400* PEDIDOS: CONTA OS COLOCADOS NO PERIODO (DATA DO PEDIDO) E, DOS
054500* QUE TEM DATA PREVISTA NO PERIODO, SOMA PEDIDO E RECEBIDO PARA O
054600* ATENDIMENTO E CONTA OS QUE AINDA ESTAO CURTOS.
054700******************************************************************
054800 5000-ACUMULAR-PEDIDOS.
054900     OPEN INPUT PEDIDOS.
055000     IF ARQST-PEDIDOS NOT = "00"
055100        GO TO 5000-EXIT.
055200     PERFORM 5100-LER-PEDIDOS THRU 5100-EXIT.
055300     PERFORM 5200-ACUMULAR-PEDIDO THRU 5200-EXIT
055400             UNTIL FIM-PEDIDOS.
055500     CLOSE PEDIDOS.
055600 5000-EXIT.
055700     EXIT.
055800
055900 5100-LER-PEDIDOS.
056000     READ PEDIDOS NEXT RECORD
056100          AT END MOVE "S" TO WS-FIM-PEDIDOS.
056200 5100-EXIT.
056300     EXIT.
056400
056500 5200-ACUMULAR-PEDIDO.
056600     IF PED-FORN-CODIGO = ZERO
056700        GO TO 5200-FIM.
056800     MOVE PED-FORN-CODIGO TO WS-FORN.
056900     IF PED-ANO = WS-PER-ANO AND PED-MES = WS-PER-MES
057000        ADD 1 TO WS-DSP-PEDIDOS (WS-FORN).
057100     IF PED-PRV-ANO = WS-PER-ANO AND PED-PRV-MES = WS-PER-MES
057200        ADD PED-QTD-PEDIDA   TO WS-DSP-QTD-PEDIDA (WS-FORN)
057300        ADD PED-QTD-RECEBIDA TO WS-DSP-QTD-RECEBIDA (WS-FORN)
057400        IF PED-QTD-RECEBIDA < PED-QTD-PEDIDA
057500           ADD 1 TO WS-DSP-CURTOS (WS-FORN).
057600 5200-FIM.
057700     PERFORM 5100-LER-PEDIDOS THRU 5100-EXIT.
057800 5200-EXIT.
057900     EXIT.
058000
058100******************************************************************
058200* UMA LINHA POR FORNECEDOR COM MOVIMENTO NO PERIODO, EM ORDEM DE
058300* CODIGO, A LINHA DO TOTAL GERAL, OS TOTAIS E A LEGENDA.
058400******************************************************************
058500 6000-IMPRIMIR-RELATORIO.
058600     MOVE WS-DIA-SIS TO CAB1-DIA.
058700     MOVE WS-MES-SIS TO CAB1-MES.
058800     MOVE WS-ANO-SIS TO CAB1-ANO.
058900     MOVE WS-PER-MES TO CAB2-MES.
059000     MOVE WS-PER-ANO TO CAB2-ANO.
059100     WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-1.
059200     WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-2.
059300     WRITE LINHA-RELATORIO FROM SPACES.
059400     WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-3.
059500     WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-4.
059600     WRITE LINHA-RELATORIO FROM SPACES.
059700     PERFORM 6100-IMPRIMIR-FORNECEDOR THRU 6100-EXIT
059800             VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 9999.
059900     PERFORM 6300-IMPRIMIR-TOTAL THRU 6300-EXIT.
060000     MOVE WS-QTDE-FORNECEDORES TO ROD-FORNECEDORES.
060100     MOVE WS-QTDE-DESCONTADOS  TO ROD-DESCONTADOS.
060200     WRITE LINHA-RELATORIO FROM SPACES.
060300     WRITE LINHA-RELATORIO FROM LINHA-RODAPE-1.
060400     WRITE LINHA-RELATORIO FROM LINHA-RODAPE-2.
060500     WRITE LINHA-RELATORIO FROM SPACES.
060600     WRITE LINHA-RELATORIO FROM LINHA-LEGENDA-1.
060700     WRITE LINHA-RELATORIO FROM LINHA-LEGENDA-2.
060800     WRITE LINHA-RELATORIO FROM LINHA-LEGENDA-3.
060900     WRITE LINHA-RELATORIO FROM LINHA-LEGENDA-4.
061000     DISPLAY "PRODDESF: FORNECEDORES NO RELATORIO: "
061100             WS-QTDE-FORNECEDORES.
061200     DISPLAY "PRODDESF: RELATORIO GERADO EM PRODDESF.LST".
061300 6000-EXIT.
061400     EXIT.
061500
061600 6100-IMPRIMIR-FORNECEDOR.
061700     IF WS-DSP-PEDIDOS (WS-SUB) = ZERO
061800        AND WS-DSP-ENTREGAS (WS-SUB) = ZERO
061900        AND WS-DSP-QTD-PEDIDA (WS-SUB) = ZERO
062000        GO TO 6100-EXIT.
062100     ADD 1 TO WS-QTDE-FORNECEDORES.
062200     MOVE WS-DSP-ITEM (WS-SUB) TO WS-ATUAL.
062300     MOVE WS-SUB TO DET-FORN.
062400     IF WS-FORN-RAZAO-T (WS-SUB) = SPACES
062500        MOVE "NAO CADASTRADO" TO DET-RAZAO
062600     ELSE
062700        MOVE WS-FORN-RAZAO-T (WS-SUB) TO DET-RAZAO.
062800     MOVE WS-FORN-PRAZO-T (WS-SUB) TO DET-PRAZO-CAD.
062900     PERFORM 6200-MONTAR-DETALHE THRU 6200-EXIT.
063000     ADD WS-ATU-PEDIDOS      TO WS-TOT-PEDIDOS.
063100     ADD WS-ATU-ENTREGAS     TO WS-TOT-ENTREGAS.
063200     ADD WS-ATU-NO-PRAZO     TO WS-TOT-NO-PRAZO.
063300     ADD WS-ATU-ATRASO       TO WS-TOT-ATRASO.
063400     ADD WS-ATU-PARCIAIS     TO WS-TOT-PARCIAIS.
063500     ADD WS-ATU-CURTOS       TO WS-TOT-CURTOS.
063600     ADD WS-ATU-QTDE-DIAS    TO WS-TOT-QTDE-DIAS.
063700     ADD WS-ATU-DIAS         TO WS-TOT-DIAS.
063800     ADD WS-ATU-QTD-PEDIDA   TO WS-TOT-QTD-PEDIDA.
063900     ADD WS-ATU-QTD-RECEBIDA TO WS-TOT-QTD-RECEBIDA.
064000     ADD WS-ATU-VALOR-ANT    TO WS-TOT-VALOR-ANT.
064100     ADD WS-ATU-VALOR-REC    TO WS-TOT-VALOR-REC.
064200 6100-EXIT.
064300     EXIT.
064400
064500******************************************************************
064600* MONTA E IMPRIME A LINHA A PARTIR DE WS-ATUAL: PRAZO REAL MEDIO,
064700* ATENDIMENTO E DIFERENCA DE CUSTO SAO CALCULADOS AQUI, SO QUANDO
064800* HA BASE PARA ELES.
064900******************************************************************
065000 6200-MONTAR-DETALHE.
065100     MOVE WS-ATU-PEDIDOS  TO DET-PEDIDOS.
065200     MOVE WS-ATU-ENTREGAS TO DET-ENTREGAS.
065300     MOVE WS-ATU-NO-PRAZO TO DET-NO-PRAZO.
065400     MOVE WS-ATU-ATRASO   TO DET-ATRASO.
065500     MOVE WS-ATU-PARCIAIS TO DET-PARCIAIS.
065600     MOVE WS-ATU-CURTOS   TO DET-CURTOS.
065700     MOVE ZERO TO WS-PRAZO-REAL.
065800     IF WS-ATU-QTDE-DIAS > ZERO
065900        COMPUTE WS-PRAZO-REAL ROUNDED
066000              = WS-ATU-DIAS / WS-ATU-QTDE-DIAS.
066100     MOVE WS-PRAZO-REAL TO DET-PRAZO-REAL.
066200     MOVE ZERO TO WS-ATENDIMENTO.
066300     IF WS-ATU-QTD-PEDIDA > ZERO
066400        COMPUTE WS-ATENDIMENTO ROUNDED
066500              = WS-ATU-QTD-RECEBIDA * 100 / WS-ATU-QTD-PEDIDA.
066600     MOVE WS-ATENDIMENTO TO DET-ATENDIMENTO.
066700     COMPUTE WS-DIF-CUSTO = WS-ATU-VALOR-REC - WS-ATU-VALOR-ANT.
066800     MOVE ZERO TO WS-DIF-PERCENTUAL.
066900     IF WS-ATU-VALOR-ANT > ZERO
067000        COMPUTE WS-DIF-PERCENTUAL ROUNDED
067100              = WS-DIF-CUSTO * 100 / WS-ATU-VALOR-ANT.
067200     MOVE WS-DIF-CUSTO      TO DET-DIF-CUSTO.
067300     MOVE WS-DIF-PERCENTUAL TO DET-DIF-PERCENTUAL.
067400     WRITE LINHA-RELATORIO FROM LINHA-DETALHE.
067500     IF ARQST-RELDESF NOT = "00"
067600        DISPLAY "PRODDESF: ERRO AO GRAVAR O RELATORIO - "
067700                ARQST-RELDESF
067800        MOVE 8 TO RETURN-CODE.
067900 6200-EXIT.
068000     EXIT.
068100
068200 6300-IMPRIMIR-TOTAL.
068300     MOVE WS-TOTAL TO WS-ATUAL.
068400     MOVE ZERO TO DET-FORN.
068500     MOVE "TOTAL GERAL" TO DET-RAZAO.
068600     MOVE ZERO TO DET-PRAZO-CAD.
068700     WRITE LINHA-RELATORIO FROM SPACES.
068800     PERFORM 6200-MONTAR-DETALHE THRU 6200-EXIT.
068900 6300-EXIT.
069000     EXIT.
069100
069200******************************************************************
069300* FECHA O RELATORIO.
069400******************************************************************
069500 9000-ENCERRAR.
069600     CLOSE RELDESF.
069700 9000-EXIT.
069800     EXIT.
