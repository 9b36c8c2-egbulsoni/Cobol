000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PRODLOTE.
000300 AUTHOR.        CPD - CONTROLE DE ESTOQUE.
000400 INSTALLATION.  DEPTO DE PROCESSAMENTO DE DADOS.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800* HISTORICO DE ALTERACOES
000900******************************************************************
001000* DATA        AUTOR   DESCRICAO
001100* 15/10/2026   CPD     PROGRAMA ORIGINAL - CADEIA NOTURNA. LE EM
001200*                      PRODLOTE.CTL OS PASSOS DA NOITE, NA ORDEM
001300*                      (PROGRAMA, D = TODA NOITE OU M = SO NO
001400*                      FECHAMENTO DO MES, MAIOR RETURN-CODE
001500*                      ACEITO E PARAMETRO), E CHAMA CADA PROGRAMA
001600*                      SEM TELA, PASSANDO O PARAMETRO EM
001700*                      PARMLOTE.TMP. CADA PASSO VAI PARA O LOG
001800*                      PRODLOTE.LOG COM INICIO, FIM, RETURN-CODE E
001900*                      SITUACAO. A CADEIA PARA NO PRIMEIRO PASSO
002000*                      QUE DEVOLVER RETURN-CODE ACIMA DO ACEITO
002100*                      (INCLUSIVE O PRODINTG COM INCONSISTENCIA).
002200*                      O PONTO DE PARADA FICA EM PRODLOTE.CKP E A
002300*                      PROXIMA EXECUCAO OFERECE RETOMAR DALI. O
002400*                      RESUMO DE UMA PAGINA SAI EM PRODLOTE.LST
002500*                      PARA O TURNO DA MANHA.
002600******************************************************************
002700
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT LOTECTL ASSIGN TO DISK
003400            ORGANIZATION LINE SEQUENTIAL
003500            FILE STATUS IS ARQST-LOTECTL.
003600
003700     SELECT PRODFECH ASSIGN TO DISK
003800            ORGANIZATION SEQUENTIAL
003900            ACCESS MODE SEQUENTIAL
004000            FILE STATUS IS ARQST-PRODFECH.
004100
004200     SELECT PARMLOTE ASSIGN TO DISK
004300            ORGANIZATION LINE SEQUENTIAL
004400            FILE STATUS IS ARQST-PARMLOTE.
004500
004600     SELECT LOTELOG ASSIGN TO DISK
004700            ORGANIZATION SEQUENTIAL
004800            ACCESS MODE SEQUENTIAL
004900            FILE STATUS IS ARQST-LOTELOG.
005000
005100     SELECT LOTECKP ASSIGN TO DISK
005200            ORGANIZATION SEQUENTIAL
005300            ACCESS MODE SEQUENTIAL
005400            FILE STATUS IS ARQST-LOTECKP.
005500
005600     SELECT RELLOTE ASSIGN TO PRINTER
005700            ORGANIZATION LINE SEQUENTIAL
005800            FILE STATUS IS ARQST-RELLOTE.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200******************************************************************
006300* ARQUIVO DE CONTROLE DA CADEIA, MANTIDO NO EDITOR. UMA LINHA POR
006400* PASSO, NA ORDEM DE EXECUCAO:
006500*   COLUNAS 01-08  PROGRAMA
006600*   COLUNA  10     D = TODA NOITE, M = SO NO FECHAMENTO DO MES
006700*   COLUNA  12     MAIOR RETURN-CODE ACEITO (0 A 9)
006800*   COLUNAS 14-33  PARAMETRO DO PASSO (OPCIONAL)
006900* LINHA EM BRANCO OU COM * NA COLUNA 1 E COMENTARIO.
007000******************************************************************
007100 FD  LOTECTL LABEL RECORD STANDARD
007200     DATA RECORDS ARE REG-CTL REG-CTL-MARCA
007300     VALUE OF FILE-ID IS "PRODLOTE.CTL".
007400 01  REG-CTL.
007500     02  CTL-PROGRAMA            PIC X(08).
007600     02  FILLER                  PIC X(01).
007700     02  CTL-QUANDO              PIC X(01).
007800         88  CTL-QUANDO-VALIDO             VALUE "D" "M".
007900     02  FILLER                  PIC X(01).
008000     02  CTL-RC-LIMITE           PIC 9(01).
008100     02  FILLER                  PIC X(01).
008200     02  CTL-PARAMETRO           PIC X(20).
008300 01  REG-CTL-MARCA.
008400     02  CTL-MARCA               PIC X(01).
008500     02  FILLER                  PIC X(32).
008600
008700 FD  PRODFECH LABEL RECORD STANDARD
008800     VALUE OF FILE-ID IS "PRODFECH.DAT".
008900     COPY FECHAMEN.
009000
009100 FD  PARMLOTE LABEL RECORD STANDARD
009200     VALUE OF FILE-ID IS "PARMLOTE.TMP".
009300     COPY PARMLOTE.
009400
009500******************************************************************
009600* LOG DA CADEIA: UM REGISTRO POR PASSO EXECUTADO, ACRESCENTADO AO
009700* FINAL A CADA NOITE. A DATA E A HORA DE INICIO DA EXECUCAO
009800* SEPARAM UMA NOITE DA OUTRA.
009900******************************************************************
010000 FD  LOTELOG LABEL RECORD STANDARD
010100     DATA RECORD IS REG-LOG
010200     VALUE OF FILE-ID IS "PRODLOTE.LOG".
010300 01  REG-LOG.
010400     02  LOG-DATA-EXEC           PIC 9(08).
010500     02  LOG-HORA-EXEC           PIC 9(06).
010600     02  LOG-PASSO               PIC 9(02).
010700     02  LOG-PROGRAMA            PIC X(08).
010800     02  LOG-PARAMETRO           PIC X(20).
010900     02  LOG-INI-DATA            PIC 9(08).
011000     02  LOG-INI-HORA            PIC 9(06).
011100     02  LOG-FIM-DATA            PIC 9(08).
011200     02  LOG-FIM-HORA            PIC 9(06).
011300     02  LOG-RC                  PIC 9(03).
011400     02  LOG-SITUACAO            PIC X(10).
011500
011600******************************************************************
011700* PONTO DE REINICIO: REGISTRO UNICO, REGRAVADO ANTES DE CADA PASSO
011800* (E = EM EXECUCAO) E NO FIM DA CADEIA (F = PAROU NO PASSO,
011900* C = CONCLUIDA). GUARDA TAMBEM SE A NOITE ERA DE FECHAMENTO E O
012000* PERIODO, PORQUE NA RETOMADA O PRODFECH PODE JA TER RODADO.
012100******************************************************************
012200 FD  LOTECKP LABEL RECORD STANDARD
012300     DATA RECORD IS REG-CKP
012400     VALUE OF FILE-ID IS "PRODLOTE.CKP".
012500 01  REG-CKP.
012600     02  CKP-DATA                PIC 9(08).
012700     02  CKP-PASSO               PIC 9(02).
012800     02  CKP-SITUACAO            PIC X(01).
012900         88  CKP-CONCLUIDA                 VALUE "C".
013000     02  CKP-FIM-MES             PIC X(01).
013100     02  CKP-PERIODO             PIC 9(06).
013200
013300 FD  RELLOTE LABEL RECORD STANDARD
013400     VALUE OF FILE-ID IS "PRODLOTE.LST".
013500 01  LINHA-RELATORIO             PIC X(132).
013600
013700 WORKING-STORAGE SECTION.
013800 01  ARQST-LOTECTL               PIC X(02).
013900 01  ARQST-PRODFECH              PIC X(02).
014000 01  ARQST-PARMLOTE              PIC X(02).
014100 01  ARQST-LOTELOG               PIC X(02).
014200 01  ARQST-LOTECKP               PIC X(02).
014300 01  ARQST-RELLOTE               PIC X(02).
014400
014500 01  WS-SWITCHES.
014600     02  WS-FIM-LOTECTL          PIC X(01) VALUE "N".
014700         88  FIM-LOTECTL                   VALUE "S".
014800     02  WS-FIM-PRODFECH         PIC X(01) VALUE "N".
014900         88  FIM-PRODFECH                  VALUE "S".
015000     02  WS-FIM-MES              PIC X(01) VALUE "N".
015100         88  FIM-MES                       VALUE "S".
015200     02  WS-RETOMADA             PIC X(01) VALUE "N".
015300         88  RETOMADA                      VALUE "S".
015400     02  WS-INTERROMPIDA         PIC X(01) VALUE "N".
015500         88  CADEIA-INTERROMPIDA           VALUE "S".
015600     02  WS-PROG-AUSENTE         PIC X(01) VALUE "N".
015700         88  PROG-AUSENTE                  VALUE "S".
015800     02  WS-RESP-RETOMA          PIC X(01) VALUE "N".
015900         88  RETOMAR                       VALUE "S" "s".
016000
016100 01  WS-CONTADORES.
016200     02  WS-QTDE-PASSOS          PIC 9(02) COMP VALUE ZERO.
016300     02  WS-QTDE-INVALIDAS       PIC 9(03) COMP VALUE ZERO.
016400     02  WS-QTDE-EXECUTADOS      PIC 9(02) COMP VALUE ZERO.
016500     02  WS-QTDE-AVISOS          PIC 9(02) COMP VALUE ZERO.
016600     02  WS-QTDE-NAO-DEVIDOS     PIC 9(02) COMP VALUE ZERO.
016700
016800 01  WS-MAX-PASSOS               PIC 9(02) COMP VALUE 20.
016900 01  WS-PASSO                    PIC 9(02) COMP VALUE ZERO.
017000 01  WS-PASSO-INICIAL            PIC 9(02) COMP VALUE 1.
017100 01  WS-PASSO-FALHA              PIC 9(02) VALUE ZERO.
017200 01  WS-PASSO-ED                 PIC 9(02) VALUE ZERO.
017300 01  WS-PROGRAMA                 PIC X(08) VALUE SPACES.
017400 01  WS-RC-PASSO                 PIC 9(03) VALUE ZERO.
017500 01  WS-RC-ED                    PIC ZZ9.
017600
017700******************************************************************
017800* MOMENTO CORRENTE (DATA E HORA) TIRADO A CADA PONTO DO PROCESSO.
017900******************************************************************
018000 01  WS-MOMENTO.
018100     02  WS-MOM-DATA.
018200         03  WS-MOM-ANO          PIC 9(04).
018300         03  WS-MOM-MES          PIC 9(02).
018400         03  WS-MOM-DIA          PIC 9(02).
018500     02  WS-MOM-HORA             PIC 9(06).
018600     02  FILLER                  PIC X(07).
018700 01  WS-MOM-DATA-N REDEFINES WS-MOMENTO PIC 9(08).
018800
018900 01  WS-DATA-EXEC                PIC 9(08) VALUE ZERO.
019000 01  WS-HORA-EXEC                PIC 9(06) VALUE ZERO.
019100 01  WS-DATA-INI                 PIC 9(08) VALUE ZERO.
019200
019300 01  WS-DATA-W                   PIC 9(08) VALUE ZERO.
019400 01  WS-DATA-W-R REDEFINES WS-DATA-W.
019500     02  WS-DW-ANO               PIC 9(04).
019600     02  WS-DW-MES               PIC 9(02).
019700     02  WS-DW-DIA               PIC 9(02).
019800
019900 01  WS-HORA-W                   PIC 9(06) VALUE ZERO.
020000 01  WS-HORA-W-R REDEFINES WS-HORA-W.
020100     02  WS-HW-HH                PIC 9(02).
020200     02  WS-HW-MM                PIC 9(02).
020300     02  WS-HW-SS                PIC 9(02).
020400
020500 01  WS-DATA-ED                  PIC X(10) VALUE SPACES.
020600 01  WS-HORA-ED                  PIC X(08) VALUE SPACES.
020700
020800******************************************************************
020900* PERIODO DO FECHAMENTO: O MES ANTERIOR AO CORRENTE. OS PASSOS M
021000* SO RODAM ENQUANTO ELE NAO ESTIVER FECHADO EM PRODFECH.DAT.
021100******************************************************************
021200 01  WS-PERIODO-ANT.
021300     02  WS-ANT-ANO              PIC 9(04).
021400     02  WS-ANT-MES              PIC 9(02).
021500 01  WS-PERIODO-ANT-N REDEFINES WS-PERIODO-ANT PIC 9(06).
021600
021700 01  WS-ULTIMO-FECHADO           PIC 9(06) VALUE ZERO.
021800
021900******************************************************************
022000* PASSOS DA CADEIA, NA ORDEM DO PRODLOTE.CTL, COM O RESULTADO DE
022100* CADA UM PARA O RELATORIO DA MANHA.
022200******************************************************************
022300 01  WS-TABELA-PASSOS.
022400     02  WS-PAS-ITEM OCCURS 20 TIMES.
022500         03  WS-PAS-PROGRAMA     PIC X(08).
022600         03  WS-PAS-QUANDO       PIC X(01).
022700         03  WS-PAS-LIMITE       PIC 9(01).
022800         03  WS-PAS-PARAMETRO    PIC X(20).
022900         03  WS-PAS-INI-HORA     PIC 9(06).
023000         03  WS-PAS-FIM-HORA     PIC 9(06).
023100         03  WS-PAS-RC           PIC 9(03).
023200         03  WS-PAS-EXECUTADO    PIC X(01).
023300         03  WS-PAS-SITUACAO     PIC X(10).
023400
023500 01  LINHA-CABECALHO-1.
023600     02  FILLER                  PIC X(01)  VALUE SPACE.
023700     02  FILLER                  PIC X(23)  VALUE
023800             "CONTROLE DE MERCADORIAS".
023900     02  FILLER                  PIC X(30)  VALUE
024000             "RESUMO DA CADEIA NOTURNA".
024100     02  FILLER                  PIC X(10)  VALUE "DATA:".
024200     02  CAB1-DATA               PIC X(10).
024300
024400 01  LINHA-CABECALHO-2.
024500     02  FILLER                  PIC X(01)  VALUE SPACE.
024600     02  FILLER                  PIC X(08)  VALUE "INICIO:".
024700     02  CAB2-HORA               PIC X(08).
024800     02  FILLER                  PIC X(22)  VALUE
024900             "   FECHAMENTO DO MES:".
025000     02  CAB2-FIM-MES            PIC X(03).
025100     02  FILLER                  PIC X(01)  VALUE SPACE.
025200     02  CAB2-PERIODO            PIC X(06).
025300     02  FILLER                  PIC X(13)  VALUE
025400             "   RETOMADA:".
025500     02  CAB2-RETOMADA           PIC X(03).
025600
025700 01  LINHA-CABECALHO-3.
025800     02  FILLER                  PIC X(01)  VALUE SPACE.
025900     02  FILLER                  PIC X(07)  VALUE "PASSO".
026000     02  FILLER                  PIC X(10)  VALUE "PROGRAMA".
026100     02  FILLER                  PIC X(22)  VALUE "PARAMETRO".
026200     02  FILLER                  PIC X(10)  VALUE "INICIO".
026300     02  FILLER                  PIC X(10)  VALUE "FIM".
026400     02  FILLER                  PIC X(05)  VALUE "RC".
026500     02  FILLER                  PIC X(10)  VALUE "SITUACAO".
026600
026700 01  LINHA-DETALHE.
026800     02  FILLER                  PIC X(02)  VALUE SPACES.
026900     02  DET-PASSO               PIC Z9.
027000     02  FILLER                  PIC X(04)  VALUE SPACES.
027100     02  DET-PROGRAMA            PIC X(08).
027200     02  FILLER                  PIC X(02)  VALUE SPACES.
027300     02  DET-PARAMETRO           PIC X(20).
027400     02  FILLER                  PIC X(02)  VALUE SPACES.
027500     02  DET-INICIO              PIC X(08).
027600     02  FILLER                  PIC X(02)  VALUE SPACES.
027700     02  DET-FIM                 PIC X(08).
027800     02  FILLER                  PIC X(02)  VALUE SPACES.
027900     02  DET-RC                  PIC X(03).
028000     02  FILLER                  PIC X(02)  VALUE SPACES.
028100     02  DET-SITUACAO            PIC X(10).
028200
028300 01  LINHA-RODAPE-1.
028400     02  FILLER                  PIC X(01)  VALUE SPACE.
028500     02  FILLER                  PIC X(32)  VALUE
028600             "PASSOS PROGRAMADOS............:".
028700     02  ROD-PASSOS              PIC ZZ9.
028800
028900 01  LINHA-RODAPE-2.
029000     02  FILLER                  PIC X(01)  VALUE SPACE.
029100     02  FILLER                  PIC X(32)  VALUE
029200             "PASSOS EXECUTADOS.............:".
029300     02  ROD-EXECUTADOS          PIC ZZ9.
029400
029500 01  LINHA-RODAPE-3.
029600     02  FILLER                  PIC X(01)  VALUE SPACE.
029700     02  FILLER                  PIC X(32)  VALUE
029800             "PASSOS COM AVISO..............:".
029900     02  ROD-AVISOS              PIC ZZ9.
030000
030100 01  LINHA-RODAPE-4.
030200     02  FILLER                  PIC X(01)  VALUE SPACE.
030300     02  FILLER                  PIC X(32)  VALUE
030400             "PASSOS DE FIM DE MES FORA.....:".
030500     02  ROD-NAO-DEVIDOS         PIC ZZ9.
030600
030700 01  LINHA-FINAL.
030800     02  FILLER                  PIC X(01)  VALUE SPACE.
030900     02  FIN-TEXTO               PIC X(80).
031000
031100 PROCEDURE DIVISION.
031200
031300 0000-MAINLINE.
031400     PERFORM 1000-INICIAR             THRU 1000-EXIT.
031500     PERFORM 2000-CARREGAR-PASSOS     THRU 2000-EXIT.
031600     PERFORM 3000-VERIFICAR-RETOMADA  THRU 3000-EXIT.
031700     PERFORM 3500-VERIFICAR-FIM-MES   THRU 3500-EXIT.
031800     PERFORM 4000-EXECUTAR-PASSO      THRU 4000-EXIT
031900             VARYING WS-PASSO FROM WS-PASSO-INICIAL BY 1
032000             UNTIL WS-PASSO > WS-QTDE-PASSOS
032100                OR CADEIA-INTERROMPIDA.
032200     PERFORM 5000-FECHAR-CHECKPOINT   THRU 5000-EXIT.
032300     PERFORM 6000-IMPRIMIR-RESUMO     THRU 6000-EXIT.
032400     PERFORM 9000-ENCERRAR            THRU 9000-EXIT.
032500     IF CADEIA-INTERROMPIDA
032600        MOVE 8 TO RETURN-CODE
032700     ELSE
032800        MOVE ZERO TO RETURN-CODE.
032900     GOBACK.
033000
033100******************************************************************
033200* GUARDA A DATA E A HORA DE INICIO DA EXECUCAO E ABRE O LOG
033300* (CRIADO VAZIO NA PRIMEIRA VEZ) E O RELATORIO.
033400******************************************************************
033500 1000-INICIAR.
033600     MOVE FUNCTION CURRENT-DATE TO WS-MOMENTO.
033700     MOVE WS-MOM-DATA-N TO WS-DATA-EXEC.
033800     MOVE WS-MOM-HORA   TO WS-HORA-EXEC.
033900     OPEN EXTEND LOTELOG.
034000     IF ARQST-LOTELOG NOT = "00"
034100        OPEN OUTPUT LOTELOG
034200        CLOSE LOTELOG
034300        OPEN EXTEND LOTELOG.
034400     IF ARQST-LOTELOG NOT = "00"
034500        DISPLAY "PRODLOTE: ERRO NA ABERTURA DE PRODLOTE.LOG - "
034600                ARQST-LOTELOG
034700        MOVE 8 TO RETURN-CODE
034800        GOBACK.
034900     OPEN OUTPUT RELLOTE.
035000     IF ARQST-RELLOTE NOT = "00"
035100        DISPLAY "PRODLOTE: ERRO NA ABERTURA DE PRODLOTE.LST - "
035200                ARQST-RELLOTE
035300        CLOSE LOTELOG
035400        MOVE 8 TO RETURN-CODE
035500        GOBACK.
035600 1000-EXIT.
035700     EXIT.
035800
035900******************************************************************
036000* CARREGA OS PASSOS DO PRODLOTE.CTL. UMA LINHA INVALIDA, OU MAIS
036100* PASSOS DO QUE A TABELA COMPORTA, CANCELA A NOITE INTEIRA: NAO SE
036200* RODA MEIA CADEIA A PARTIR DE UM CONTROLE MAL ESCRITO.
036300******************************************************************
036400 2000-CARREGAR-PASSOS.
036500     OPEN INPUT LOTECTL.
036600     IF ARQST-LOTECTL NOT = "00"
036700        DISPLAY "PRODLOTE: ERRO NA ABERTURA DE PRODLOTE.CTL - "
036800                ARQST-LOTECTL
036900        PERFORM 9000-ENCERRAR THRU 9000-EXIT
037000        MOVE 8 TO RETURN-CODE
037100        GOBACK.
037200     PERFORM 2200-LER-LOTECTL THRU 2200-EXIT.
037300     PERFORM 2100-CARREGAR-LINHA THRU 2100-EXIT
037400             UNTIL FIM-LOTECTL.
037500     CLOSE LOTECTL.
037600     IF WS-QTDE-INVALIDAS > ZERO
037700        DISPLAY "PRODLOTE: PRODLOTE.CTL COM " WS-QTDE-INVALIDAS
037800                " LINHA(S) INVALIDA(S) - CADEIA CANCELADA"
037900        PERFORM 9000-ENCERRAR THRU 9000-EXIT
038000        MOVE 8 TO RETURN-CODE
038100        GOBACK.
038200     IF WS-QTDE-PASSOS = ZERO
038300        DISPLAY "PRODLOTE: NENHUM PASSO EM PRODLOTE.CTL"
038400        PERFORM 9000-ENCERRAR THRU 9000-EXIT
038500        MOVE 8 TO RETURN-CODE
038600        GOBACK.
038700 2000-EXIT.
038800     EXIT.
038900
039000 2100-CARREGAR-LINHA.
039100     IF CTL-MARCA = "*" OR REG-CTL = SPACES
039200        GO TO 2100-PROXIMA.
039300     IF CTL-PROGRAMA = SPACES
039400        OR NOT CTL-QUANDO-VALIDO
039500        OR CTL-RC-LIMITE NOT NUMERIC
039600        DISPLAY "PRODLOTE: LINHA INVALIDA - " REG-CTL
039700        ADD 1 TO WS-QTDE-INVALIDAS
039800        GO TO 2100-PROXIMA.
039900     IF WS-QTDE-PASSOS NOT < WS-MAX-PASSOS
040000        DISPLAY "PRODLOTE: MAIS DE " WS-MAX-PASSOS
040100                " PASSOS - " CTL-PROGRAMA " NAO CABE"
040200        ADD 1 TO WS-QTDE-INVALIDAS
040300        GO TO 2100-PROXIMA.
040400     ADD 1 TO WS-QTDE-PASSOS.
040500     MOVE WS-QTDE-PASSOS TO WS-PASSO.
040600     MOVE CTL-PROGRAMA   TO WS-PAS-PROGRAMA (WS-PASSO).
040700     MOVE CTL-QUANDO     TO WS-PAS-QUANDO (WS-PASSO).
040800     MOVE CTL-RC-LIMITE  TO WS-PAS-LIMITE (WS-PASSO).
040900     MOVE CTL-PARAMETRO  TO WS-PAS-PARAMETRO (WS-PASSO).
041000     MOVE ZERO           TO WS-PAS-INI-HORA (WS-PASSO)
041100                            WS-PAS-FIM-HORA (WS-PASSO)
041200                            WS-PAS-RC (WS-PASSO).
041300     MOVE "N"            TO WS-PAS-EXECUTADO (WS-PASSO).
041400     MOVE "NAO RODOU"    TO WS-PAS-SITUACAO (WS-PASSO).
041500 2100-PROXIMA.
041600     PERFORM 2200-LER-LOTECTL THRU 2200-EXIT.
041700 2100-EXIT.
041800     EXIT.
041900
042000 2200-LER-LOTECTL.
042100     MOVE SPACES TO REG-CTL.
042200     READ LOTECTL
042300          AT END MOVE "S" TO WS-FIM-LOTECTL.
042400 2200-EXIT.
042500     EXIT.
042600
042700******************************************************************
042800* SE A ULTIMA CADEIA NAO CHEGOU AO FIM (PAROU NUM PASSO OU CAIU NO
042900* MEIO DE UM), OFERECE RETOMAR DO PASSO ONDE PAROU. NA RETOMADA
043000* VALEM O FECHAMENTO DO MES E O PERIODO DAQUELA NOITE; OS PASSOS
043100* ANTERIORES NAO SAO REPETIDOS.
043200******************************************************************
043300 3000-VERIFICAR-RETOMADA.
043400     OPEN INPUT LOTECKP.
043500     IF ARQST-LOTECKP NOT = "00"
043600        GO TO 3000-EXIT.
043700     MOVE SPACES TO REG-CKP.
043800     READ LOTECKP
043900          AT END MOVE "C" TO CKP-SITUACAO.
044000     CLOSE LOTECKP.
044100     IF CKP-CONCLUIDA
044200        OR CKP-PASSO NOT NUMERIC
044300        GO TO 3000-EXIT.
044400     IF CKP-PASSO = ZERO OR CKP-PASSO > WS-QTDE-PASSOS
044500        GO TO 3000-EXIT.
044600     MOVE CKP-DATA TO WS-DATA-W.
044700     PERFORM 7100-EDITAR-DATA THRU 7100-EXIT.
044800     MOVE CKP-PASSO TO WS-PASSO.
044900     DISPLAY "PRODLOTE: A CADEIA DE " WS-DATA-ED
045000             " PAROU NO PASSO " CKP-PASSO " - "
045100             WS-PAS-PROGRAMA (WS-PASSO).
045200     DISPLAY "PRODLOTE: RETOMAR DO PASSO " CKP-PASSO " (S/N)?".
045300     ACCEPT WS-RESP-RETOMA.
045400     IF NOT RETOMAR
045500        GO TO 3000-EXIT.
045600     MOVE "S"         TO WS-RETOMADA.
045700     MOVE CKP-PASSO   TO WS-PASSO-INICIAL.
045800     MOVE CKP-FIM-MES TO WS-FIM-MES.
045900     MOVE CKP-PERIODO TO WS-PERIODO-ANT-N.
046000     PERFORM 3100-MARCAR-ANTERIOR THRU 3100-EXIT
046100             VARYING WS-PASSO FROM 1 BY 1
046200             UNTIL WS-PASSO NOT < WS-PASSO-INICIAL.
046300 3000-EXIT.
046400     EXIT.
046500
046600 3100-MARCAR-ANTERIOR.
046700     IF WS-PAS-QUANDO (WS-PASSO) = "M" AND NOT FIM-MES
046800        MOVE "FORA MES"  TO WS-PAS-SITUACAO (WS-PASSO)
046900        ADD 1 TO WS-QTDE-NAO-DEVIDOS
047000     ELSE
047100        MOVE "JA RODOU"  TO WS-PAS-SITUACAO (WS-PASSO).
047200 3100-EXIT.
047300     EXIT.
047400
047500******************************************************************
047600* NOITE DE FECHAMENTO: O MES ANTERIOR AINDA NAO CONSTA COMO
047700* FECHADO EM PRODFECH.DAT (ARQUIVO AUSENTE = NENHUM MES FECHADO).
047800* NA RETOMADA A DECISAO JA VEIO DO PONTO DE REINICIO.
047900******************************************************************
048000 3500-VERIFICAR-FIM-MES.
048100     IF RETOMADA
048200        GO TO 3500-EXIT.
048300     MOVE WS-DATA-EXEC TO WS-DATA-W.
048400     IF WS-DW-MES = 01
048500        COMPUTE WS-ANT-ANO = WS-DW-ANO - 1
048600        MOVE 12 TO WS-ANT-MES
048700     ELSE
048800        MOVE WS-DW-ANO TO WS-ANT-ANO
048900        COMPUTE WS-ANT-MES = WS-DW-MES - 1.
049000     MOVE ZERO TO WS-ULTIMO-FECHADO.
049100     OPEN INPUT PRODFECH.
049200     IF ARQST-PRODFECH = "00"
049300        PERFORM 3600-LER-PRODFECH THRU 3600-EXIT
049400                UNTIL FIM-PRODFECH
049500        CLOSE PRODFECH.
049600     IF WS-ULTIMO-FECHADO < WS-PERIODO-ANT-N
049700        MOVE "S" TO WS-FIM-MES
049800        DISPLAY "PRODLOTE: NOITE DE FECHAMENTO DO PERIODO "
049900                WS-PERIODO-ANT.
050000 3500-EXIT.
050100     EXIT.
050200
050300 3600-LER-PRODFECH.
050400     READ PRODFECH NEXT RECORD
050500          AT END MOVE "S" TO WS-FIM-PRODFECH
050600          NOT AT END
050700              COMPUTE WS-ULTIMO-FECHADO
050800                      = FECH-ANO * 100 + FECH-MES.
050900 3600-EXIT.
051000     EXIT.
051100
051200******************************************************************
051300* EXECUTA UM PASSO: MARCA O PONTO DE REINICIO, GRAVA A PASSAGEM
051400* PARMLOTE.TMP (PASSO M SEM PARAMETRO RECEBE O PERIODO DO
051500* FECHAMENTO), CHAMA O PROGRAMA, ESVAZIA A PASSAGEM E AVALIA O
051600* RETURN-CODE CONTRA O MAIOR ACEITO PARA O PASSO.
051700******************************************************************
051800 4000-EXECUTAR-PASSO.
051900     IF WS-PAS-QUANDO (WS-PASSO) = "M" AND NOT FIM-MES
052000        MOVE "FORA MES" TO WS-PAS-SITUACAO (WS-PASSO)
052100        ADD 1 TO WS-QTDE-NAO-DEVIDOS
052200        GO TO 4000-EXIT.
052300     MOVE WS-PASSO TO WS-PASSO-ED.
052400     MOVE "E" TO CKP-SITUACAO.
052500     PERFORM 4500-GRAVAR-CHECKPOINT THRU 4500-EXIT.
052600     MOVE WS-PAS-PROGRAMA (WS-PASSO)  TO WS-PROGRAMA.
052700     MOVE WS-PROGRAMA                 TO PLT-PROGRAMA.
052800     MOVE WS-PAS-PARAMETRO (WS-PASSO) TO PLT-PARAMETRO.
052900     IF WS-PAS-QUANDO (WS-PASSO) = "M" AND PLT-PARAMETRO = SPACES
052910        MOVE WS-PERIODO-ANT TO PLT-PARAMETRO
052920        MOVE PLT-PARAMETRO  TO WS-PAS-PARAMETRO (WS-PASSO).
053100     OPEN OUTPUT PARMLOTE.
053200     IF ARQST-PARMLOTE = "00"
053300        WRITE REG-PARMLOTE
053400        CLOSE PARMLOTE.
053500     MOVE FUNCTION CURRENT-DATE TO WS-MOMENTO.
053600     MOVE WS-MOM-DATA-N TO WS-DATA-INI.
053700     MOVE WS-MOM-HORA   TO WS-PAS-INI-HORA (WS-PASSO).
053800     DISPLAY "PRODLOTE: PASSO " WS-PASSO-ED " - " WS-PROGRAMA
053900             " " PLT-PARAMETRO.
054000     MOVE "N" TO WS-PROG-AUSENTE.
054100     MOVE ZERO TO RETURN-CODE.
054200     CALL WS-PROGRAMA
054300          ON EXCEPTION
054400             MOVE "S" TO WS-PROG-AUSENTE
054500     END-CALL.
054600     MOVE RETURN-CODE TO WS-RC-PASSO.
054700     CANCEL WS-PROGRAMA.
054800     OPEN OUTPUT PARMLOTE.
054900     CLOSE PARMLOTE.
055000     MOVE FUNCTION CURRENT-DATE TO WS-MOMENTO.
055100     MOVE WS-MOM-HORA TO WS-PAS-FIM-HORA (WS-PASSO).
055200     MOVE "S" TO WS-PAS-EXECUTADO (WS-PASSO).
055300     ADD 1 TO WS-QTDE-EXECUTADOS.
055400     PERFORM 4100-AVALIAR-PASSO THRU 4100-EXIT.
055500     PERFORM 4200-GRAVAR-LOG THRU 4200-EXIT.
055600     DISPLAY "PRODLOTE: PASSO " WS-PASSO-ED " - " WS-PROGRAMA
055700             " RC " WS-RC-PASSO " " WS-PAS-SITUACAO (WS-PASSO).
055800     IF CADEIA-INTERROMPIDA
055900        MOVE WS-PASSO TO WS-PASSO-FALHA.
056000 4000-EXIT.
056100     EXIT.
056200
056300******************************************************************
056400* PROGRAMA NAO ENCONTRADO CONTA COMO RETURN-CODE 8. ACIMA DO
056500* ACEITO, RETURN-CODE ABAIXO DE 8 E INCONSISTENCIA APONTADA PELO
056600* PROPRIO PASSO (EX.: PRODINTG COM DEFEITOS); 8 OU MAIS E ERRO.
056700******************************************************************
056800 4100-AVALIAR-PASSO.
056900     IF PROG-AUSENTE
057000        MOVE 8 TO WS-RC-PASSO
057100        MOVE "AUSENTE" TO WS-PAS-SITUACAO (WS-PASSO)
057200        MOVE "S" TO WS-INTERROMPIDA
057300        GO TO 4100-FIM.
057400     IF WS-RC-PASSO > WS-PAS-LIMITE (WS-PASSO)
057500        MOVE "S" TO WS-INTERROMPIDA
057600        IF WS-RC-PASSO < 8
057700           MOVE "INCONSIST" TO WS-PAS-SITUACAO (WS-PASSO)
057800        ELSE
057900           MOVE "ERRO" TO WS-PAS-SITUACAO (WS-PASSO)
058000        END-IF
058100        GO TO 4100-FIM.
058200     IF WS-RC-PASSO > ZERO
058300        MOVE "AVISO" TO WS-PAS-SITUACAO (WS-PASSO)
058400        ADD 1 TO WS-QTDE-AVISOS
058500     ELSE
058600        MOVE "OK" TO WS-PAS-SITUACAO (WS-PASSO).
058700 4100-FIM.
058800     MOVE WS-RC-PASSO TO WS-PAS-RC (WS-PASSO).
058900 4100-EXIT.
059000     EXIT.
059100
059200 4200-GRAVAR-LOG.
059300     MOVE WS-DATA-EXEC                TO LOG-DATA-EXEC.
059400     MOVE WS-HORA-EXEC                TO LOG-HORA-EXEC.
059500     MOVE WS-PASSO                    TO LOG-PASSO.
059600     MOVE WS-PROGRAMA                 TO LOG-PROGRAMA.
059700     MOVE PLT-PARAMETRO               TO LOG-PARAMETRO.
059800     MOVE WS-DATA-INI                 TO LOG-INI-DATA.
059900     MOVE WS-PAS-INI-HORA (WS-PASSO)  TO LOG-INI-HORA.
060000     MOVE WS-MOM-DATA-N               TO LOG-FIM-DATA.
060100     MOVE WS-PAS-FIM-HORA (WS-PASSO)  TO LOG-FIM-HORA.
060200     MOVE WS-RC-PASSO                 TO LOG-RC.
060300     MOVE WS-PAS-SITUACAO (WS-PASSO)  TO LOG-SITUACAO.
060400     WRITE REG-LOG.
060500     IF ARQST-LOTELOG NOT = "00"
060600        DISPLAY "PRODLOTE: ERRO AO GRAVAR PRODLOTE.LOG - "
060700                ARQST-LOTELOG.
060800 4200-EXIT.
060900     EXIT.
061000
061100******************************************************************
061200* REGRAVA O PONTO DE REINICIO COM O PASSO CORRENTE E A SITUACAO
061300* JA MOVIDA PARA CKP-SITUACAO.
061400******************************************************************
061500 4500-GRAVAR-CHECKPOINT.
061600     MOVE WS-DATA-EXEC     TO CKP-DATA.
061700     MOVE WS-PASSO-ED      TO CKP-PASSO.
061800     MOVE WS-FIM-MES       TO CKP-FIM-MES.
061900     MOVE WS-PERIODO-ANT-N TO CKP-PERIODO.
062000     OPEN OUTPUT LOTECKP.
062100     IF ARQST-LOTECKP NOT = "00"
062200        DISPLAY "PRODLOTE: ERRO NA GRAVACAO DE PRODLOTE.CKP - "
062300                ARQST-LOTECKP
062400        GO TO 4500-EXIT.
062500     WRITE REG-CKP.
062600     CLOSE LOTECKP.
062700 4500-EXIT.
062800     EXIT.
062900
063000******************************************************************
063100* FIM DA CADEIA: O PONTO DE REINICIO FICA NO PASSO QUE FALHOU OU,
063200* COM A CADEIA COMPLETA, MARCADO COMO CONCLUIDO.
063300******************************************************************
063400 5000-FECHAR-CHECKPOINT.
063500     IF CADEIA-INTERROMPIDA
063600        MOVE WS-PASSO-FALHA TO WS-PASSO-ED
063700        MOVE "F" TO CKP-SITUACAO
063800     ELSE
063900        MOVE ZERO TO WS-PASSO-ED
064000        MOVE "C" TO CKP-SITUACAO.
064100     PERFORM 4500-GRAVAR-CHECKPOINT THRU 4500-EXIT.
064200 5000-EXIT.
064300     EXIT.
064400
064500******************************************************************
064600* RESUMO DE UMA PAGINA PARA O TURNO DA MANHA: UMA LINHA POR PASSO
064700* DO CONTROLE, TOTAIS E A SITUACAO FINAL DA CADEIA.
064800******************************************************************
064900 6000-IMPRIMIR-RESUMO.
065000     MOVE WS-DATA-EXEC TO WS-DATA-W.
065100     PERFORM 7100-EDITAR-DATA THRU 7100-EXIT.
065200     MOVE WS-DATA-ED TO CAB1-DATA.
065300     WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-1.
065400     MOVE WS-HORA-EXEC TO WS-HORA-W.
065500     PERFORM 7200-EDITAR-HORA THRU 7200-EXIT.
065600     MOVE WS-HORA-ED TO CAB2-HORA.
065700     IF FIM-MES
065800        MOVE "SIM" TO CAB2-FIM-MES
065900        MOVE WS-PERIODO-ANT TO CAB2-PERIODO
066000     ELSE
066100        MOVE "NAO" TO CAB2-FIM-MES
066200        MOVE SPACES TO CAB2-PERIODO.
066300     IF RETOMADA
066400        MOVE "SIM" TO CAB2-RETOMADA
066500     ELSE
066600        MOVE "NAO" TO CAB2-RETOMADA.
066700     WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-2.
066800     WRITE LINHA-RELATORIO FROM SPACES.
066900     WRITE LINHA-RELATORIO FROM LINHA-CABECALHO-3.
067000     PERFORM 6100-IMPRIMIR-PASSO THRU 6100-EXIT
067100             VARYING WS-PASSO FROM 1 BY 1
067200             UNTIL WS-PASSO > WS-QTDE-PASSOS.
067300     WRITE LINHA-RELATORIO FROM SPACES.
067400     MOVE WS-QTDE-PASSOS TO ROD-PASSOS.
067500     WRITE LINHA-RELATORIO FROM LINHA-RODAPE-1.
067600     MOVE WS-QTDE-EXECUTADOS TO ROD-EXECUTADOS.
067700     WRITE LINHA-RELATORIO FROM LINHA-RODAPE-2.
067800     MOVE WS-QTDE-AVISOS TO ROD-AVISOS.
067900     WRITE LINHA-RELATORIO FROM LINHA-RODAPE-3.
068000     MOVE WS-QTDE-NAO-DEVIDOS TO ROD-NAO-DEVIDOS.
068100     WRITE LINHA-RELATORIO FROM LINHA-RODAPE-4.
068200     WRITE LINHA-RELATORIO FROM SPACES.
068300     MOVE SPACES TO FIN-TEXTO.
068400     IF CADEIA-INTERROMPIDA
068500        MOVE WS-PASSO-FALHA TO WS-PASSO-ED
068600        STRING "CADEIA INTERROMPIDA NO PASSO " DELIMITED BY SIZE
068700               WS-PASSO-ED                     DELIMITED BY SIZE
068800               " - "                           DELIMITED BY SIZE
068900               WS-PAS-PROGRAMA (WS-PASSO-FALHA)
069000                                               DELIMITED BY SIZE
069100               " - RETOMAR NA PROXIMA EXECUCAO"
069200                                               DELIMITED BY SIZE
069300               INTO FIN-TEXTO
069400     ELSE
069500        MOVE "CADEIA CONCLUIDA" TO FIN-TEXTO.
069600     WRITE LINHA-RELATORIO FROM LINHA-FINAL.
069700     DISPLAY "PRODLOTE: " FIN-TEXTO.
069800 6000-EXIT.
069900     EXIT.
070000
070100 6100-IMPRIMIR-PASSO.
070200     MOVE WS-PASSO                    TO DET-PASSO.
070300     MOVE WS-PAS-PROGRAMA (WS-PASSO)  TO DET-PROGRAMA.
070400     MOVE WS-PAS-PARAMETRO (WS-PASSO) TO DET-PARAMETRO.
070500     MOVE WS-PAS-SITUACAO (WS-PASSO)  TO DET-SITUACAO.
070600     IF WS-PAS-EXECUTADO (WS-PASSO) = "S"
070700        MOVE WS-PAS-INI-HORA (WS-PASSO) TO WS-HORA-W
070800        PERFORM 7200-EDITAR-HORA THRU 7200-EXIT
070900        MOVE WS-HORA-ED TO DET-INICIO
071000        MOVE WS-PAS-FIM-HORA (WS-PASSO) TO WS-HORA-W
071100        PERFORM 7200-EDITAR-HORA THRU 7200-EXIT
071200        MOVE WS-HORA-ED TO DET-FIM
071300        MOVE WS-PAS-RC (WS-PASSO) TO WS-RC-ED
071400        MOVE WS-RC-ED TO DET-RC
071500     ELSE
071600        MOVE SPACES TO DET-INICIO DET-FIM DET-RC.
071700     WRITE LINHA-RELATORIO FROM LINHA-DETALHE.
071800 6100-EXIT.
071900     EXIT.
072000
072100******************************************************************
072200* EDICAO DE DATA (AAAAMMDD PARA DD/MM/AAAA) E DE HORA (HHMMSS PARA
072300* HH:MM:SS).
072400******************************************************************
072500 7100-EDITAR-DATA.
072600     MOVE SPACES TO WS-DATA-ED.
072700     STRING WS-DW-DIA "/" WS-DW-MES "/" WS-DW-ANO
072800            DELIMITED BY SIZE INTO WS-DATA-ED.
072900 7100-EXIT.
073000     EXIT.
073100
073200 7200-EDITAR-HORA.
073300     MOVE SPACES TO WS-HORA-ED.
073400     STRING WS-HW-HH ":" WS-HW-MM ":" WS-HW-SS
073500            DELIMITED BY SIZE INTO WS-HORA-ED.
073600 7200-EXIT.
073700     EXIT.
073800
073900******************************************************************
074000* FECHA O LOG E O RELATORIO.
074100******************************************************************
074200 9000-ENCERRAR.
074300     CLOSE LOTELOG.
074400     CLOSE RELLOTE.
074500 9000-EXIT.
074600     EXIT.
