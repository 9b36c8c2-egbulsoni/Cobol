000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PRODACUR.
000300 AUTHOR.        CPD - CONTROLE DE ESTOQUE.
000400 INSTALLATION.  DEPTO DE PROCESSAMENTO DE DADOS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800* HISTORICO DE ALTERACOES
000900******************************************************************
001000* DATA        AUTOR   DESCRICAO
001100* 15/10/2026   CPD     PROGRAMA ORIGINAL - EXATIDAO MENSAL DO
001200*                      INVENTARIO. LE O PERIODO (AAAAMM) DO
001300*                      CONSOLE OU DA CADEIA NOTURNA (PRODLOTE,
001400*                      VIA PARMLOTE.TMP) E, COM AS CONTAGENS
001500*                      BAIXADAS PELO PRODINVA NO MES (CONTHST.DAT,
001600*                      PELA DATA DA CONTAGEM), MOSTRA POR CLASSE
001700*                      ABC E POR LOCAL DE ESTOQUE QUANTAS
001800*                      CONTAGENS FICARAM DENTRO DA TOLERANCIA DA
001900*                      CLASSE (A EXATIDAO), QUANTAS DIVERGIRAM DO
002000*                      LIVRO, QUANTOS AJUSTES FORAM LANCADOS OU
002100*                      RECUSADOS E O VALOR DOS AJUSTES LANCADOS,
002200*                      LIQUIDO E ABSOLUTO, AO CUSTO UNITARIO.
002300*                      GRAVA PRODACUR.LST; PERIODO INVALIDO OU
002400*                      ERRO DE ABERTURA DEVOLVE RETURN-CODE 8.
002500******************************************************************
002600
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT CONTHST ASSIGN TO DISK
003300            ORGANIZATION SEQUENTIAL
003400            ACCESS MODE SEQUENTIAL
003500            FILE STATUS IS ARQST-CONTHST.
003600
003700     SELECT LOCAIS ASSIGN TO DISK
003800            ORGANIZATION INDEXED
003900            ACCESS MODE SEQUENTIAL
004000            RECORD KEY IS LOC-CODIGO
004100            FILE STATUS IS ARQST-LOCAIS.
004200
004300     SELECT RELACUR ASSIGN TO PRINTER
004400            ORGANIZATION LINE SEQUENTIAL
004500            FILE STATUS IS ARQST-RELACUR.
004600
004700     SELECT PARMLOTE ASSIGN TO DISK
004800            ORGANIZATION LINE SEQUENTIAL
004900            FILE STATUS IS ARQST-PARMLOTE.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  CONTHST LABEL RECORD STANDARD
005400     VALUE OF FILE-ID IS "CONTHST.DAT".
005500     COPY CONTHST.
005600
005700 FD  LOCAIS LABEL RECORD STANDARD
005800     VALUE OF FILE-ID IS "LOCAIS.DAT".
005900     COPY LOCAIS.
006000
006100 FD  RELACUR LABEL RECORD STANDARD
006200     VALUE OF FILE-ID IS "PRODACUR.LST".
006300 01  LINHA-RELATORIO             PIC X(132).
006400
006500 FD  PARMLOTE LABEL RECORD STANDARD
006600     VALUE OF FILE-ID IS "PARMLOTE.TMP".
006700     COPY PARMLOTE.
006800
006900 WORKING-STORAGE SECTION.
007000 01  ARQST-CONTHST               PIC X(02).
007100 01  ARQST-LOCAIS                PIC X(02).
007200 01  ARQST-RELACUR               PIC X(02).
007300 01  ARQST-PARMLOTE              PIC X(02).
007400
007500 01  WS-EM-LOTE                  PIC X(01) VALUE "N".
007600     88  EM-LOTE                           VALUE "S".
007700
007800 01  WS-SWITCHES.
007900     02  WS-FIM-CONTHST          PIC X(01) VALUE "N".
008000         88  FIM-CONTHST                   VALUE "S".
008100     02  WS-FIM-LOCAIS           PIC X(01) VALUE "N".
008200         88  FIM-LOCAIS                    VALUE "S".
008300
008400 01  WS-CONTADORES.
008500     02  WS-QTDE-LIDOS           PIC 9(07) COMP VALUE ZERO.
008600     02  WS-QTDE-NO-PERIODO      PIC 9(07) COMP VALUE ZERO.
008700     02  WS-QTDE-LOCAIS          PIC 9(05) COMP VALUE ZERO.
008800
008900 01  WS-PARAMETRO.
009000     02  WS-PERIODO.
009100         03  WS-PER-ANO          PIC 9(04).
009200         03  WS-PER-MES          PIC 9(02).
009300     02  WS-PERIODO-N REDEFINES WS-PERIODO
009400                                 PIC 9(06).
009500
009600 01  WS-DATA-SISTEMA.
009700     02  WS-ANO-SIS              PIC 9(04).
009800     02  WS-MES-SIS              PIC 9(02).
009900     02  WS-DIA-SIS              PIC 9(02).
010000
010100 01  WS-SUB                      PIC 9(05) COMP VALUE ZERO.
010200 01  WS-CLS                      PIC 9(01) VALUE ZERO.
010300 01  WS-PERIODO-REG              PIC 9(06) VALUE ZERO.
010400 01  WS-EXATIDAO                 PIC 9(03)V9 VALUE ZERO.
010500
010600******************************************************************
010700* NOME DE CADA LOCAL DE ESTOQUE (O CODIGO E O INDICE).
010800******************************************************************
010900 01  WS-TABELA-LOCAL.
011000     02  WS-LOC-ITEM OCCURS 99 TIMES.
011100         03  WS-LOC-NOME-T       PIC X(20).
011200
011300******************************************************************
011400* CONTRIBUICAO DA CONTAGEM EM LEITURA, SOMADA A CLASSE, AO LOCAL
011500* E AO TOTAL GERAL. TODAS AS LINHAS TEM ESTE MESMO LAYOUT.
011600******************************************************************
011700 01  WS-REGISTRO.
011800     02  WS-REG-CONTAGENS        PIC 9(05)      COMP.
011900     02  WS-REG-DENTRO           PIC 9(05)      COMP.
012000     02  WS-REG-DIVERGENTES      PIC 9(05)      COMP.
012100     02  WS-REG-AJUSTADOS        PIC 9(05)      COMP.
012200     02  WS-REG-RECUSADOS        PIC 9(05)      COMP.
012300     02  WS-REG-VALOR-LIQ        PIC S9(11)V99 COMP-3.
012400     02  WS-REG-VALOR-ABS        PIC 9(11)V99  COMP-3.
012500
012600******************************************************************
012700* ACUMULADORES DO MES POR CLASSE: 1 = A, 2 = B, 3 = C E 4 = SEM
012800* CLASSE (PRODUTO CONTADO FORA DO PLANO DE CONTAGEM CICLICA).
012900******************************************************************
013000 01  WS-TABELA-CLASSE.
013100     02  WS-CLS-ITEM OCCURS 4 TIMES.
013200         03  WS-CLS-CONTAGENS    PIC 9(05)      COMP.
013300         03  WS-CLS-DENTRO       PIC 9(05)      COMP.
013400         03  WS-CLS-DIVERGENTES  PIC 9(05)      COMP.
013500         03  WS-CLS-AJUSTADOS    PIC 9(05)      COMP.
013600         03  WS-CLS-RECUSADOS    PIC 9(05)      COMP.
013700         03  WS-CLS-VALOR-LIQ    PIC S9(11)V99 COMP-3.
013800         03  WS-CLS-VALOR-ABS    PIC 9(11)V99  COMP-3.
013900
014000 01  WS-TABELA-NOME-CLASSE.
014100     02  FILLER                  PIC X(20) VALUE "CLASSE A".
014200     02  FILLER                  PIC X(20) VALUE "CLASSE B".
014300     02  FILLER                  PIC X(20) VALUE "CLASSE C".
014400     02  FILLER                  PIC X(20) VALUE "SEM CLASSE".
014500 01  WS-TABELA-NOME-CLASSE-R REDEFINES WS-TABELA-NOME-CLASSE.
014600     02  WS-CLS-NOME-T OCCURS 4 TIMES PIC X(20).
014700
014800******************************************************************
014900* ACUMULADORES DO MES POR LOCAL DE ESTOQUE (O CODIGO E O INDICE).
015000******************************************************************
015100 01  WS-TABELA-EXATIDAO-LOCAL.
015200     02  WS-LCL-ITEM OCCURS 99 TIMES.
015300         03  WS-LCL-CONTAGENS    PIC 9(05)      COMP.
015400         03  WS-LCL-DENTRO       PIC 9(05)      COMP.
015500         03  WS-LCL-DIVERGENTES  PIC 9(05)      COMP.
015600         03  WS-LCL-AJUSTADOS    PIC 9(05)      COMP.
015700         03  WS-LCL-RECUSADOS    PIC 9(05)      COMP.
015800         03  WS-LCL-VALOR-LIQ    PIC S9(11)V99 COMP-3.
015900         03  WS-LCL-VALOR-ABS    PIC 9(11)V99  COMP-3.
016000
016100 01  WS-TOTAL.
016200     02  WS-TOT-CONTAGENS        PIC 9(05)      COMP VALUE ZERO.
016300     02  WS-TOT-DENTRO           PIC 9(05)      COMP VALUE ZERO.
016400     02  WS-TOT-DIVERGENTES      PIC 9(05)      COMP VALUE ZERO.
016500     02  WS-TOT-AJUSTADOS        PIC 9(05)      COMP VALUE ZERO.
016600     02  WS-TOT-RECUSADOS        PIC 9(05)      COMP VALUE ZERO.
016700     02  WS-TOT-VALOR-LIQ        PIC S9(11)V99 COMP-3 VALUE ZERO.
016800     02  WS-TOT-VALOR-ABS        PIC 9(11)V99  COMP-3 VALUE ZERO.
016900
017000******************************************************************
017100* LINHA EM IMPRESSAO: UMA CLASSE, UM LOCAL OU O TOTAL GERAL, COM
017200* O MESMO LAYOUT DE TODOS.
017300******************************************************************
017400 01  WS-ATUAL.
017500     02  WS-ATU-CONTAGENS        PIC 9(05)      COMP.
017600     02  WS-ATU-DENTRO           PIC 9(05)      COMP.
017700     02  WS-ATU-DIVERGENTES      PIC 9(05)      COMP.
017800     02  WS-ATU-AJUSTADOS        PIC 9(05)      COMP.
017900     02  WS-ATU-RECUSADOS        PIC 9(05)      COMP.
018000     02  WS-ATU-VALOR-LIQ        PIC S9(11)V99 COMP-3.
018100     02  WS-ATU-VALOR-ABS        PIC 9(11)V99  COMP-3.
018200
018300 01  LINHA-CABECALHO-1.
018400     02  FILLER                  PIC X(01)  VALUE SPACE.
018500     02  FILLER                  PIC X(23)  VALUE
018600             "CONTROLE DE MERCADORIAS".
018700     02  FILLER                  PIC X(30)  VALUE
018800             "EXATIDAO DO INVENTARIO".
018900     02  FILLER                  PIC X(10)  VALUE "DATA:".
019000     02  CAB1-DIA                PIC 99/.
019100     02  CAB1-MES                PIC 99/.
019200     02  CAB1-ANO                PIC 9999.
019300
019400 01  LINHA-CABECALHO-2.
019500     02  FILLER                  PIC X(01)  VALUE SPACE.
019600     02  FILLER                  PIC X(09)  VALUE "PERIODO:".
019700     02  CAB2-MES                PIC 99/.
019800     02  CAB2-ANO                PIC 9999.
019900
020000 01  LINHA-CABECALHO-3.
020100     02  FILLER                  PIC X(01)  VALUE SPACE.
020200     02  CAB3-GRUPO              PIC X(26).
020300     02  FILLER                  PIC X(08)  VALUE "  CONTA-".
020400     02  FILLER                  PIC X(08)  VALUE "  DENTRO".
020500     02  FILLER                  PIC X(07)  VALUE "  EXAT.".
020600     02  FILLER                  PIC X(08)  VALUE "  DIVER-".
020700     02  FILLER                  PIC X(08)  VALUE "   AJUS-".
020800     02  FILLER                  PIC X(08)  VALUE "   RECU-".
020900     02  FILLER                  PIC X(16)  VALUE
021000             "     VALOR AJUS.".
021100     02  FILLER                  PIC X(16)  VALUE
021200             "     VALOR AJUS.".
021300
021400 01  LINHA-CABECALHO-4.
021500     02  FILLER                  PIC X(27)  VALUE SPACES.
021600     02  FILLER                  PIC X(08)  VALUE "    GENS".
021700     02  FILLER                  PIC X(08)  VALUE "   TOLER".
021800     02  FILLER                  PIC X(07)  VALUE "      %".
021900     02  FILLER                  PIC X(08)  VALUE "  GENTES".
022000     02  FILLER                  PIC X(08)  VALUE "   TADOS".
022100     02  FILLER                  PIC X(08)  VALUE "   SADOS".
022200     02  FILLER                  PIC X(16)  VALUE
022300             "         LIQUIDO".
022400     02  FILLER                  PIC X(16)  VALUE
022500             "        ABSOLUTO".
022600
022700 01  LINHA-DETALHE.
022800     02  FILLER                  PIC X(01)  VALUE SPACE.
022900     02  DET-CODIGO              PIC ZZ.
023000     02  FILLER                  PIC X(02)  VALUE SPACES.
023100     02  DET-NOME                PIC X(20).
023200     02  FILLER                  PIC X(04)  VALUE SPACES.
023300     02  DET-CONTAGENS           PIC ZZ.ZZ9.
023400     02  FILLER                  PIC X(02)  VALUE SPACES.
023500     02  DET-DENTRO              PIC ZZ.ZZ9.
023600     02  FILLER                  PIC X(02)  VALUE SPACES.
023700     02  DET-EXATIDAO            PIC ZZ9,9.
023800     02  FILLER                  PIC X(02)  VALUE SPACES.
023900     02  DET-DIVERGENTES         PIC ZZ.ZZ9.
024000     02  FILLER                  PIC X(02)  VALUE SPACES.
024100     02  DET-AJUSTADOS           PIC ZZ.ZZ9.
024200     02  FILLER                  PIC X(02)  VALUE SPACES.
024300     02  DET-RECUSADOS           PIC ZZ.ZZ9.
024400     02  FILLER                  PIC X(02)  VALUE SPACES.
024500     02  DET-VALOR-LIQ           PIC ---.---.--9,99.
024600     02  FILLER                  PIC X(02)  VALUE SPACES.
024700     02  DET-VALOR-ABS           PIC ZZZ.ZZZ.ZZ9,99.
024800
024900 01  LINHA-RODAPE-1.
025000     02  FILLER                  PIC X(01)  VALUE SPACE.
025100     02  FILLER                  PIC X(32)  VALUE
025200             "CONTAGENS NO PERIODO..........:".
025300     02  ROD-NO-PERIODO          PIC ZZZ.ZZ9.
025400
025500 01  LINHA-RODAPE-2.
025600     02  FILLER                  PIC X(01)  VALUE SPACE.
025700     02  FILLER                  PIC X(32)  VALUE
025800             "REGISTROS LIDOS NO HISTORICO..:".
025900     02  ROD-LIDOS               PIC ZZZ.ZZ9.
026000
026100 01  LINHA-RODAPE-3.
026200     02  FILLER                  PIC X(01)  VALUE SPACE.
026300     02  FILLER                  PIC X(32)  VALUE
026400             "LOCAIS NO RELATORIO...........:".
026500     02  ROD-LOCAIS              PIC ZZZ.ZZ9.
026600
026700 01  LINHA-LEGENDA-1.
026800     02  FILLER                  PIC X(01)  VALUE SPACE.
026900     02  FILLER                  PIC X(38)  VALUE
027000             "DENTRO TOLER: DIFERENCA ENTRE CONTADO ".
027100     02  FILLER                  PIC X(43)  VALUE
027200             "E LIVRO DENTRO DA TOLERANCIA DA CLASSE ABC.".
027300
027400 01  LINHA-LEGENDA-2.
027500     02  FILLER                  PIC X(01)  VALUE SPACE.
027600     02  FILLER                  PIC X(39)  VALUE
027700             "EXAT. %: CONTAGENS DENTRO DA TOLERANCIA".
027800     02  FILLER                  PIC X(26)  VALUE
027900             " SOBRE CONTAGENS DO MES.".
028000
028100 01  LINHA-LEGENDA-3.
028200     02  FILLER                  PIC X(01)  VALUE SPACE.
028300     02  FILLER                  PIC X(40)  VALUE
028400             "DIVERGENTES: CONTADO DIFERENTE DO LIVRO;".
028500     02  FILLER                  PIC X(43)  VALUE
028600             " AJUSTADOS/RECUSADOS: AJUSTE DO PRODINVA.".
028700
028800 01  LINHA-LEGENDA-4.
028900     02  FILLER                  PIC X(01)  VALUE SPACE.
029000     02  FILLER                  PIC X(39)  VALUE
029100             "VALOR AJUS.: (CONTADO - LIVRO) X CUSTO ".
029200     02  FILLER                  PIC X(43)  VALUE
029300             "UNITARIO, SO DOS AJUSTES LANCADOS.".
029400
029500 PROCEDURE DIVISION.
029600
029700 0000-MAINLINE.
029800     PERFORM 1000-INICIAR              THRU 1000-EXIT.
029900     PERFORM 2000-CARREGAR-LOCAIS      THRU 2000-EXIT.
030000     PERFORM 3000-ACUMULAR-HISTORICO   THRU 3000-EXIT.
030100     PERFORM 6000-IMPRIMIR-RELATORIO   THRU 6000-EXIT.
030200     PERFORM 9000-ENCERRAR             THRU 9000-EXIT.
030300     GOBACK.
030400
030500******************************************************************
030600* LE O PERIODO (AAAAMM), ABRE O RELATORIO E ZERA AS TABELAS.
030700******************************************************************
030800 1000-INICIAR.
030900     MOVE FUNCTION CURRENT-DATE TO WS-DATA-SISTEMA.
031000     PERFORM 1050-LER-PARMLOTE THRU 1050-EXIT.
031100     IF NOT EM-LOTE
031200        DISPLAY "PRODACUR: INFORME O PERIODO (AAAAMM)"
031300        ACCEPT WS-PERIODO.
031400     IF WS-PERIODO NOT NUMERIC
031500        OR WS-PER-MES < 01 OR WS-PER-MES > 12
031600        DISPLAY "PRODACUR: PERIODO INVALIDO - " WS-PERIODO
031700        MOVE 8 TO RETURN-CODE
031800        GOBACK.
031900     OPEN OUTPUT RELACUR.
032000     IF ARQST-RELACUR NOT = "00"
032100        DISPLAY "PRODACUR: ERRO NA ABERTURA DE PRODACUR.LST - "
032200                ARQST-RELACUR
032300        MOVE 8 TO RETURN-CODE
032400        GOBACK.
032500     PERFORM 1100-LIMPAR-CLASSE THRU 1100-EXIT
032600             VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 4.
032700     PERFORM 1200-LIMPAR-LOCAL THRU 1200-EXIT
032800             VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 99.
032900 1000-EXIT.
033000     EXIT.
033100
033200******************************************************************
033300* CHAMADO PELA CADEIA NOTURNA (PRODLOTE), O PROGRAMA ACHA O
033400* PROPRIO NOME EM PARMLOTE.TMP E RODA SEM PERGUNTAR NADA NO
033500* CONSOLE. SEM O ARQUIVO, OU COM OUTRO NOME NELE, PERGUNTA
033600* COMO SEMPRE. O PARAMETRO DO PASSO TRAZ O PERIODO (AAAAMM).
033700******************************************************************
033800 1050-LER-PARMLOTE.
033900     OPEN INPUT PARMLOTE.
034000     IF ARQST-PARMLOTE NOT = "00"
034100        GO TO 1050-EXIT.
034200     MOVE SPACES TO REG-PARMLOTE.
034300     READ PARMLOTE
034400          AT END MOVE SPACES TO REG-PARMLOTE
034500     END-READ.
034600     CLOSE PARMLOTE.
034700     IF PLT-PROGRAMA = "PRODACUR"
034800        MOVE "S" TO WS-EM-LOTE
034900        MOVE PLT-PARAMETRO TO WS-PERIODO.
035000 1050-EXIT.
035100     EXIT.
035200
035300 1100-LIMPAR-CLASSE.
035400     MOVE ZERO TO WS-CLS-CONTAGENS (WS-SUB).
035500     MOVE ZERO TO WS-CLS-DENTRO (WS-SUB).
035600     MOVE ZERO TO WS-CLS-DIVERGENTES (WS-SUB).
035700     MOVE ZERO TO WS-CLS-AJUSTADOS (WS-SUB).
035800     MOVE ZERO TO WS-CLS-RECUSADOS (WS-SUB).
035900     MOVE ZERO TO WS-CLS-VALOR-LIQ (WS-SUB).
036000     MOVE ZERO TO WS-CLS-VALOR-ABS (WS-SUB).
036100 1100-EXIT.
036200     EXIT.
036300
036400 1200-LIMPAR-LOCAL.
036500     MOVE "** NAO CADASTRADO **" TO WS-LOC-NOME-T (WS-SUB).
036600     MOVE ZERO TO WS-LCL-CONTAGENS (WS-SUB).
036700     MOVE ZERO TO WS-LCL-DENTRO (WS-SUB).
036800     MOVE ZERO TO WS-LCL-DIVERGENTES (WS-SUB).
036900     MOVE ZERO TO WS-LCL-AJUSTADOS (WS-SUB).
037000     MOVE ZERO TO WS-LCL-RECUSADOS (WS-SUB).
037100     MOVE ZERO TO WS-LCL-VALOR-LIQ (WS-SUB).
037200     MOVE ZERO TO WS-LCL-VALOR-ABS (WS-SUB).
037300 1200-EXIT.
037400     EXIT.
037500
037600******************************************************************
037700* NOME DE CADA LOCAL. SEM A TABELA DE LOCAIS O RELATORIO SAI DO
037800* MESMO JEITO, COM OS LOCAIS MARCADOS COMO NAO CADASTRADOS.
037900******************************************************************
038000 2000-CARREGAR-LOCAIS.
038100     OPEN INPUT LOCAIS.
038200     IF ARQST-LOCAIS NOT = "00"
038300        GO TO 2000-EXIT.
038400     PERFORM 2100-LER-LOCAIS THRU 2100-EXIT.
038500     PERFORM 2200-GUARDAR-LOCAL THRU 2200-EXIT
038600             UNTIL FIM-LOCAIS.
038700     CLOSE LOCAIS.
038800 2000-EXIT.
038900     EXIT.
039000
039100 2100-LER-LOCAIS.
039200     READ LOCAIS NEXT RECORD
039300          AT END MOVE "S" TO WS-FIM-LOCAIS.
039400 2100-EXIT.
039500     EXIT.
039600
039700 2200-GUARDAR-LOCAL.
039800     IF LOC-CODIGO > ZERO
039900        MOVE LOC-NOME TO WS-LOC-NOME-T (LOC-CODIGO).
040000     PERFORM 2100-LER-LOCAIS THRU 2100-EXIT.
040100 2200-EXIT.
040200     EXIT.
040300
040400******************************************************************
040500* CADA CONTAGEM DO HISTORICO COM DATA DA CONTAGEM NO PERIODO
040600* CONTA PARA A SUA CLASSE, PARA O SEU LOCAL E PARA O TOTAL. SEM
040700* O HISTORICO (NENHUMA APURACAO BAIXADA AINDA) O RELATORIO SAI
040800* ZERADO.
040900******************************************************************
041000 3000-ACUMULAR-HISTORICO.
041100     OPEN INPUT CONTHST.
041200     IF ARQST-CONTHST NOT = "00"
041300        DISPLAY "PRODACUR: CONTHST.DAT AUSENTE - NENHUMA "
041400                "CONTAGEM APURADA"
041500        GO TO 3000-EXIT.
041600     PERFORM 3100-LER-CONTHST THRU 3100-EXIT.
041700     PERFORM 3200-ACUMULAR-CONTAGEM THRU 3200-EXIT
041800             UNTIL FIM-CONTHST.
041900     CLOSE CONTHST.
042000 3000-EXIT.
042100     EXIT.
042200
042300 3100-LER-CONTHST.
042400     READ CONTHST NEXT RECORD
042500          AT END MOVE "S" TO WS-FIM-CONTHST.
042600 3100-EXIT.
042700     EXIT.
042800
042900******************************************************************
043000* MONTA EM WS-REGISTRO A CONTRIBUICAO DA CONTAGEM: O VALOR SO
043100* CONTA QUANDO O AJUSTE FOI LANCADO (CHST-AJUSTADO).
043200******************************************************************
043300 3200-ACUMULAR-CONTAGEM.
043400     ADD 1 TO WS-QTDE-LIDOS.
043500     COMPUTE WS-PERIODO-REG = CHST-DATA / 100.
043600     IF WS-PERIODO-REG NOT = WS-PERIODO-N
043700        GO TO 3200-FIM.
043800     ADD 1 TO WS-QTDE-NO-PERIODO.
043900     MOVE 1    TO WS-REG-CONTAGENS.
044000     MOVE ZERO TO WS-REG-DENTRO.
044100     MOVE ZERO TO WS-REG-DIVERGENTES.
044200     MOVE ZERO TO WS-REG-AJUSTADOS.
044300     MOVE ZERO TO WS-REG-RECUSADOS.
044400     MOVE ZERO TO WS-REG-VALOR-LIQ.
044500     MOVE ZERO TO WS-REG-VALOR-ABS.
044600     IF CHST-DENTRO
044700        MOVE 1 TO WS-REG-DENTRO.
044800     IF CHST-CONTADO NOT = CHST-LIVRO
044900        MOVE 1 TO WS-REG-DIVERGENTES.
045000     IF CHST-RECUSADO
045100        MOVE 1 TO WS-REG-RECUSADOS.
045200     IF CHST-AJUSTADO
045300        MOVE 1 TO WS-REG-AJUSTADOS
045400        COMPUTE WS-REG-VALOR-LIQ
045500              = (CHST-CONTADO - CHST-LIVRO) * CHST-UNITARIO
045600        IF WS-REG-VALOR-LIQ < ZERO
045700           COMPUTE WS-REG-VALOR-ABS = ZERO - WS-REG-VALOR-LIQ
045800        ELSE
045900           MOVE WS-REG-VALOR-LIQ TO WS-REG-VALOR-ABS.
046000     IF CHST-CLASSE = "A"
046100        MOVE 1 TO WS-CLS
046200     ELSE
046300        IF CHST-CLASSE = "B"
046400           MOVE 2 TO WS-CLS
046500        ELSE
046600           IF CHST-CLASSE = "C"
046700              MOVE 3 TO WS-CLS
046800           ELSE
046900              MOVE 4 TO WS-CLS.
047000     PERFORM 3300-SOMAR-CLASSE THRU 3300-EXIT.
047100     IF CHST-LOCAL > ZERO
047200        PERFORM 3400-SOMAR-LOCAL THRU 3400-EXIT.
047300     ADD WS-REG-CONTAGENS   TO WS-TOT-CONTAGENS.
047400     ADD WS-REG-DENTRO      TO WS-TOT-DENTRO.
047500     ADD WS-REG-DIVERGENTES TO WS-TOT-DIVERGENTES.
047600     ADD WS-REG-AJUSTADOS   TO WS-TOT-AJUSTADOS.
047700     ADD WS-REG-RECUSADOS   TO WS-TOT-RECUSADOS.
047800     ADD WS-REG-VALOR-LIQ   TO WS-TOT-VALOR-LIQ.
047900     ADD WS-REG-VALOR-ABS   TO WS-TOT-VALOR-ABS.
048000 3200-FIM.
048100     PERFORM 3100-LER-CONTHST THRU 3100-EXIT.
048200 3200-EXIT.
048300     EXIT.
048400
048500 3300-SOMAR-CLASSE.
048600     ADD WS-REG-CONTAGENS   TO WS-CLS-CONTAGENS (WS-CLS).
048700     ADD WS-REG-DENTRO      TO WS-CLS-DENTRO (WS-CLS).
048800     ADD WS-REG-DIVERGENTES TO WS-CLS-DIVERGENTES (WS-CLS).
048900     ADD WS-REG-AJUSTADOS   TO WS-CLS-AJUSTADOS (WS-CLS).
049000     ADD WS-REG-RECUSADOS   TO WS-CLS-RECUSADOS (WS-CLS).
049100     ADD WS-REG-VALOR-LIQ   TO WS-CLS-VALOR-LIQ (WS-CLS).
049200     ADD WS-REG-VALOR-ABS   TO WS-CLS-VALOR-ABS (WS-CLS).
049300 3300-EXIT.
049400     EXIT.
049500
049600 3400-SOMAR-LOCAL.
049700     ADD WS-REG-CONTAGENS   TO WS-LCL-CONTAGENS (CHST-LOCAL).
049800     ADD WS-REG-DENTRO      TO WS-LCL-DENTRO (CHST-LOCAL).
049900     ADD WS-REG-DIVERGENTES TO WS-LCL-DIVERGENTES (CHST-LOCAL).
050000     ADD WS-REG-AJUSTADOS   TO WS-LCL-AJUSTADOS (CHST-LOCAL).
050100     ADD WS-REG-RECUSADOS   TO WS-LCL-RECUSADOS (CHST-LOCAL).
050200     ADD WS-REG-VALOR-LIQ   TO WS-LCL-VALOR-LIQ (CHST-LOCAL).
050300     ADD WS-REG-VALOR-ABS   TO WS-LCL-VALOR-ABS (CHST-LOCAL).
050400 3400-EXIT.
050500     EXIT.
050600
050700******************************************************************
050800* BLOCO POR CLASSE (A, B E C SEMPRE; SEM CLASSE SO QUANDO HOUVER),
050900* BLOCO POR LOCAL (SO OS LOCAIS CONTADOS NO PERIODO), A LINHA DO
051000* TOTAL GERAL, OS TOTAIS E A LEGENDA.
051100******************************************************************
051200 6000-IMPRIMIR-RELATORIO.
051300     MOVE WS-DIA-SIS TO CAB1-DIA.
051400     MOVE WS-MES-SIS TO CAB1-MES.
051500     MOVE WS-ANO-SIS TO CAB1-ANO.
051600     MOVE WS-PER-MES TO CAB2-MES.
051700     MOVE WS-PER-ANO TO CAB2-ANO.
051800     WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-1.
051900     WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-2.
052000     WRITE LINHA-RELATORIO FROM SPACES.
052100     MOVE "POR CLASSE ABC" TO CAB3-GRUPO.
052200     WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-3.
052300     WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-4.
052400     WRITE LINHA-RELATORIO FROM SPACES.
052500     PERFORM 6100-IMPRIMIR-CLASSE THRU 6100-EXIT
052600             VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 4.
052700     WRITE LINHA-RELATORIO FROM SPACES.
052800     MOVE "POR LOCAL DE ESTOQUE" TO CAB3-GRUPO.
052900     WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-3.
053000     WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-4.
053100     WRITE LINHA-RELATORIO FROM SPACES.
053200     PERFORM 6200-IMPRIMIR-LOCAL THRU 6200-EXIT
053300             VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 99.
053400     PERFORM 6400-IMPRIMIR-TOTAL THRU 6400-EXIT.
053500     MOVE WS-QTDE-NO-PERIODO TO ROD-NO-PERIODO.
053600     MOVE WS-QTDE-LIDOS      TO ROD-LIDOS.
053700     MOVE WS-QTDE-LOCAIS     TO ROD-LOCAIS.
053800     WRITE LINHA-RELATORIO FROM SPACES.
053900     WRITE LINHA-RELATORIO FROM LINHA-RODAPE-1.
054000     WRITE LINHA-RELATORIO FROM LINHA-RODAPE-2.
054100     WRITE LINHA-RELATORIO FROM LINHA-RODAPE-3.
054200     WRITE LINHA-RELATORIO FROM SPACES.
054300     WRITE LINHA-RELATORIO FROM LINHA-LEGENDA-1.
054400     WRITE LINHA-RELATORIO FROM LINHA-LEGENDA-2.
054500     WRITE LINHA-RELATORIO FROM LINHA-LEGENDA-3.
054600     WRITE LINHA-RELATORIO FROM LINHA-LEGENDA-4.
054700     DISPLAY "PRODACUR: CONTAGENS NO PERIODO: "
054800             WS-QTDE-NO-PERIODO.
054900     DISPLAY "PRODACUR: RELATORIO GERADO EM PRODACUR.LST".
055000 6000-EXIT.
055100     EXIT.
055200
055300 6100-IMPRIMIR-CLASSE.
055400     IF WS-SUB = 4
055500        AND WS-CLS-CONTAGENS (WS-SUB) = ZERO
055600        GO TO 6100-EXIT.
055700     MOVE WS-CLS-ITEM (WS-SUB) TO WS-ATUAL.
055800     MOVE ZERO TO DET-CODIGO.
055900     MOVE WS-CLS-NOME-T (WS-SUB) TO DET-NOME.
056000     PERFORM 6300-MONTAR-DETALHE THRU 6300-EXIT.
056100 6100-EXIT.
056200     EXIT.
056300
056400 6200-IMPRIMIR-LOCAL.
056500     IF WS-LCL-CONTAGENS (WS-SUB) = ZERO
056600        GO TO 6200-EXIT.
056700     ADD 1 TO WS-QTDE-LOCAIS.
056800     MOVE WS-LCL-ITEM (WS-SUB) TO WS-ATUAL.
056900     MOVE WS-SUB TO DET-CODIGO.
057000     MOVE WS-LOC-NOME-T (WS-SUB) TO DET-NOME.
057100     PERFORM 6300-MONTAR-DETALHE THRU 6300-EXIT.
057200 6200-EXIT.
057300     EXIT.
057400
057500******************************************************************
057600* MONTA E IMPRIME A LINHA A PARTIR DE WS-ATUAL. A EXATIDAO SO E
057700* CALCULADA QUANDO HOUVE CONTAGEM.
057800******************************************************************
057900 6300-MONTAR-DETALHE.
058000     MOVE WS-ATU-CONTAGENS   TO DET-CONTAGENS.
058100     MOVE WS-ATU-DENTRO      TO DET-DENTRO.
058200     MOVE WS-ATU-DIVERGENTES TO DET-DIVERGENTES.
058300     MOVE WS-ATU-AJUSTADOS   TO DET-AJUSTADOS.
058400     MOVE WS-ATU-RECUSADOS   TO DET-RECUSADOS.
058500     MOVE ZERO TO WS-EXATIDAO.
058600     IF WS-ATU-CONTAGENS > ZERO
058700        COMPUTE WS-EXATIDAO ROUNDED
058800              = WS-ATU-DENTRO * 100 / WS-ATU-CONTAGENS.
058900     MOVE WS-EXATIDAO        TO DET-EXATIDAO.
059000     MOVE WS-ATU-VALOR-LIQ   TO DET-VALOR-LIQ.
059100     MOVE WS-ATU-VALOR-ABS   TO DET-VALOR-ABS.
059200     WRITE LINHA-RELATORIO FROM LINHA-DETALHE.
059300     IF ARQST-RELACUR NOT = "00"
059400        DISPLAY "PRODACUR: ERRO AO GRAVAR O RELATORIO - "
059500                ARQST-RELACUR
059600        MOVE 8 TO RETURN-CODE.
059700 6300-EXIT.
059800     EXIT.
059900
060000 6400-IMPRIMIR-TOTAL.
060100     MOVE WS-TOTAL TO WS-ATUAL.
060200     MOVE ZERO TO DET-CODIGO.
060300     MOVE "TOTAL GERAL" TO DET-NOME.
060400     WRITE LINHA-RELATORIO FROM SPACES.
060500     PERFORM 6300-MONTAR-DETALHE THRU 6300-EXIT.
060600 6400-EXIT.
060700     EXIT.
060800
060900******************************************************************
061000* FECHA O RELATORIO.
061100******************************************************************
061200 9000-ENCERRAR.
061300     CLOSE RELACUR.
061400 9000-EXIT.
061500     EXIT.
